      * <https://www.gnu.org/licenses/>.
      ******************************************************************
      * Multi-kiosk log consolidation. Each kiosk machine writes its
      * own corner-hits.log, session.log and proof-of-play.log; the
      * weekly gather copies them into one directory as
      * HOST.corner-hits.log, HOST.session.log and
      * HOST.proof-of-play.log (HOST being whatever identifies the
      * unit, e.g. lobby01). This job reads every per-host copy in
      * that directory, stamps each record with the host it came
      * from, merges the batch into consolidated-corner-hits.log,
      * consolidated-session.log and consolidated-proof-of-play.log
      * in timestamp order, and remembers the
      * newest record absorbed per host (consolidation.hwm) so records
      * already absorbed on a prior run are skipped instead of doubled.
      *
      * The kiosks stamp their logs by their own wall clocks, and the
      * fleet spans time zones, so the merge carries every stamp to
      * UTC by the unit's roster zone (TZ-CONVERT.CBL) before ordering
      * on it: the consolidated masters are in UTC, and the reports
      * carry them back to each site's local time. The high-water
      * marks stay in the unit's own clock, the clock its log is in.
      * consolidation.tz records that the masters are in UTC; masters
      * written before that are refused until --convert-history has
      * carried them over once (see 001-CONVERT-HISTORY).
      *
      * Directory listing goes through "ls > file" and a temp file,
      * the same one-shot shell-to-file handoff TERMINAL-SIZE uses for
      * tput, since this runtime has no directory-reading verb.
      *   copies from hosts not on it (or retired) are skipped with a
      *   note instead of being absorbed under a name nobody vouches
      *   for. Absent roster keeps the old absorb-whatever-was-
      *   gathered behavior. --final=HOST admits one retired unit for
      *   the run: DVD-PROVIS's decommission gathers a retired unit's
      *   last logs and needs them absorbed before the unit goes.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT F-BATCH-CONTROL ASSIGN TO "batch-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
      *   Marks the consolidated masters as UTC-stamped: one line,
      *   "UTC YYYYMMDDHHMMSS NEW|CONVERTED", written by the first run
      *   on fresh masters or by --convert-history.
          SELECT F-TZ-MARK ASSIGN TO "consolidation.tz"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TZ-MARK-STATUS.
      *   DVD-UPPOST's mark: the count of consolidated-session.log
      *   lines it has posted, checked before --convert-history.
          SELECT F-UPTIME-HWM ASSIGN TO "uptime.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-HWM-STATUS.
          SELECT S-MERGE ASSIGN TO "dvd-consol-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FD F-DIR-LIST.
       01 WS-DIR-LIST-LINE PIC X(100).
      *   Generic text lines: the streams have different layouts
      *   (CORNER-HIT-RECORD.CPY, SESSION-LOG-RECORD.CPY,
      *   PROOF-OF-PLAY-RECORD.CPY) and the merge copies them
      *   verbatim, keyed only on the leading 14-character timestamp
      *   all three share.
       FD F-HOST-IN.
       01 WS-HOST-IN-LINE PIC X(200).
       FD F-CONSOL-OUT.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-TZ-MARK.
       01 WS-TZ-MARK-LINE PIC X(60).
       FD F-UPTIME-HWM.
       01 WS-UPTIME-HWM-LINE PIC X(14).
      *   Keyed on the record's UTC stamp; WS-MERGE-LOCAL-STAMP is the
      *   stamp as the unit wrote it, for the high-water mark.
       SD S-MERGE.
       01 WS-MERGE-RECORD.
          05 WS-MERGE-TIMESTAMP   PIC X(14).
          05 WS-MERGE-HOST        PIC X(20).
          05 WS-MERGE-LOCAL-STAMP PIC X(14).
          05 WS-MERGE-LINE        PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-DIR-LIST-PATH   PIC X(30) VALUE ".dvd-consol-ls.tmp".
       01 WS-DIR-LIST-STATUS PIC XX.
       01 WS-HWM-STATUS      PIC XX.
      *   Where the per-host copies were gathered; --dir=PATH.
       01 WS-CONFIG-DIR PIC X(200) VALUE ".".
      *   The one retired unit this run absorbs anyway; --final=HOST.
       01 WS-CONFIG-FINAL-HOST PIC X(20) VALUE SPACES.
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 7 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   The stream being merged ("corner-hits", "session" or
      *   "proof-of-play"); the per-host file suffix is "." + stream
      *   + ".log".
       01 WS-STREAM-NAME    PIC X(16).
       01 WS-STREAM-SUFFIX  PIC X(20).
       01 WS-STREAM-SUFFIX-LEN PIC 99.
      *   Directory-listing scratch: the file name under inspection
      *   Per-host/per-stream high-water marks, loaded from and saved
      *   back to consolidation.hwm. A record is absorbed only when
      *   its timestamp is strictly newer than its host's mark.
       78 WS-MAX-HWM VALUE 150.
       01 WS-HWM-TABLE.
          05 WS-HWM-ENTRY OCCURS WS-MAX-HWM TIMES
             INDEXED BY WS-HWM-IDX.
             10 WS-HWM-HOST   PIC X(20).
             10 WS-HWM-STREAM PIC X(16).
             10 WS-HWM-TIME   PIC X(14).
       01 WS-HWM-COUNT PIC 999 VALUE 0.
       01 WS-HWM-FOUND PIC 999.
       01 WS-HWM-EOF   PIC X.
      *   Broken out of one consolidation.hwm line on load.
       01 WS-HWM-IN-HOST   PIC X(20).
       01 WS-HWM-IN-STREAM PIC X(16).
       01 WS-HWM-IN-TIME   PIC X(14).
       01 WS-ABSORBED-COUNT PIC 9(9).
       01 WS-SKIPPED-COUNT  PIC 9(9).
          05 WS-KIOSK-ENTRY OCCURS WS-MAX-KIOSKS TIMES.
             10 WS-KIOSK-HOST   PIC X(20).
             10 WS-KIOSK-STATUS PIC X.
             10 WS-KIOSK-OFFSET PIC X(5).
             10 WS-KIOSK-RULE   PIC X(2).
       01 WS-KIOSK-COUNT PIC 999 VALUE 0.
       01 WS-KIOSK-IDX   PIC 999.
       01 WS-KIOSK-OK    PIC X.
       01 WS-FORCE-GIVEN     PIC X VALUE 'N'.
       01 WS-RUN-ABSORBED    PIC 9(9) VALUE 0.
       01 WS-RUN-SKIPPED     PIC 9(9) VALUE 0.
      *   Time-zone state: the zone of the host being read (blank,
      *   UTC, when the roster has none for it), TZ-CONVERT's repeated-
      *   hour state for its start and (proof-of-play) end stamps, the
      *   consolidation.tz check, and --convert-history's counts.
       01 WS-TZ-MARK-STATUS   PIC XX.
       01 WS-TZ-MARK-NEEDED   PIC X VALUE 'N'.
       01 WS-TZ-MARK-HOW      PIC X(9).
       01 WS-CONVERT-GIVEN    PIC X VALUE 'N'.
       01 WS-UNCONVERTED      PIC X VALUE 'N'.
       01 WS-CUR-OFFSET       PIC X(5).
       01 WS-CUR-RULE         PIC X(2).
       01 WS-START-PREV-LOCAL PIC X(14).
       01 WS-START-REPEAT     PIC X.
       01 WS-END-PREV-LOCAL   PIC X(14).
       01 WS-END-REPEAT       PIC X.
       01 WS-CONSOL-LIVE-PATH PIC X(40).
       01 WS-CONVERTED-COUNT  PIC 9(9).
       01 WS-UNZONED-COUNT    PIC 9(9).
       01 WS-UPTIME-HWM-STATUS PIC XX.
       01 WS-UPTIME-POSTED    PIC 9(14).
       01 WS-SESSION-LINES    PIC 9(14).
       COPY "TZ-CONVERT-RECORD.CPY".
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
          PERFORM 001-LOAD-ROSTER.
          IF WS-CONVERT-GIVEN = 'Y' THEN
             PERFORM 001-CONVERT-HISTORY
             STOP RUN RETURNING 0
          END-IF.
          PERFORM 001-CHECK-TZ-MARK.
          PERFORM 001-LOAD-HWM.
          PERFORM 001-CHECK-BATCH-CONTROL.

          PERFORM 001-CONSOLIDATE-STREAM.
          MOVE "session" TO WS-STREAM-NAME.
          PERFORM 001-CONSOLIDATE-STREAM.
          MOVE "proof-of-play" TO WS-STREAM-NAME.
          PERFORM 001-CONSOLIDATE-STREAM.

          PERFORM 001-SAVE-HWM.
          PERFORM 001-REGISTER-RUN.
          IF WS-TZ-MARK-NEEDED = 'Y' THEN
             MOVE "NEW" TO WS-TZ-MARK-HOW
             PERFORM 005-WRITE-TZ-MARK
          END-IF.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.
          STOP RUN RETURNING 0.

          MOVE 0         TO WS-GETOPT-LONGOPTION-HAS-VALUE(3).
          MOVE 'l'       TO WS-GETOPT-LONGOPTION-RETURN(3).

      *   Long-only options below have no short equivalent, so their
      *   return characters are not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "dir" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1     TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'D'   TO WS-GETOPT-LONGOPTION-RETURN(4).
          MOVE 0       TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'F'     TO WS-GETOPT-LONGOPTION-RETURN(5).

          MOVE "final" TO WS-GETOPT-LONGOPTION-NAME(6).
          MOVE 1       TO WS-GETOPT-LONGOPTION-HAS-VALUE(6).
          MOVE 'R'     TO WS-GETOPT-LONGOPTION-RETURN(6).

          MOVE "convert-history" TO WS-GETOPT-LONGOPTION-NAME(7).
          MOVE 0                 TO WS-GETOPT-LONGOPTION-HAS-VALUE(7).
          MOVE 'C'               TO WS-GETOPT-LONGOPTION-RETURN(7).

          PERFORM WITH TEST AFTER UNTIL RETURN-CODE = -1
             CALL "CBL_GC_GETOPT" USING
                BY REFERENCE WS-GETOPT-SHORTOPTIONS
                END-UNSTRING
             WHEN = 'F'
                MOVE 'Y' TO WS-FORCE-GIVEN
             WHEN = 'R'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-FINAL-HOST
                END-UNSTRING
             WHEN = 'C'
                MOVE 'Y' TO WS-CONVERT-GIVEN
             END-EVALUATE
          END-PERFORM.

          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STREAM-SUFFIX))
             TO WS-STREAM-SUFFIX-LEN.

          PERFORM 005-SET-CONSOL-PATH.

          MOVE SPACES TO WS-SHELL-CMD.
          STRING "ls -1 " DELIMITED BY SIZE
          END-IF.

          PERFORM 005-FIND-HWM.
          PERFORM 005-FIND-HOST-ZONE.
          MOVE SPACES TO WS-START-PREV-LOCAL WS-END-PREV-LOCAL.
          MOVE 'N'    TO WS-START-REPEAT WS-END-REPEAT.

          MOVE 'N' TO WS-HOST-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-HOST-EOF = 'Y'
          CLOSE F-HOST-IN.

       005-RELEASE-ONE-RECORD.
      *   Every log layout leads with YYYYMMDDHHMMSS; anything that
      *   doesn't (a blank line, a corrupted record) is not mergeable
      *   in timestamp order and is skipped.
          IF WS-HOST-IN-LINE(1:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
      *   Every line goes through the conversion, absorbed or not, so
      *   the repeated hour of a change night is followed even across
      *   a batch boundary inside it.
          MOVE WS-CUR-HOST           TO WS-MERGE-HOST.
          MOVE WS-HOST-IN-LINE(1:14) TO WS-MERGE-LOCAL-STAMP.
          MOVE WS-HOST-IN-LINE       TO WS-MERGE-LINE.
          PERFORM 005-LINE-TO-UTC.
      *   Strictly newer than the host's mark: everything up to and
      *   including the mark was absorbed by a prior run.
          IF WS-HOST-IN-LINE(1:14) NOT >
             ADD 1 TO WS-SKIPPED-COUNT
             EXIT PARAGRAPH
          END-IF.
          RELEASE WS-MERGE-RECORD.

      * WS-MERGE-LINE's stamps, as the unit at WS-CUR-OFFSET and
      * WS-CUR-RULE wrote them, carried to UTC in place, the lead
      * stamp also into the sort key: proof-of-play lines carry their
      * end stamp second (PROOF-OF-PLAY-RECORD.CPY).
       005-LINE-TO-UTC.
          MOVE 'U'                 TO TC-DIRECTION.
          MOVE WS-CUR-OFFSET       TO TC-UTC-OFFSET.
          MOVE WS-CUR-RULE         TO TC-DST-RULE.
          MOVE WS-MERGE-LINE(1:14) TO TC-STAMP-IN.
          MOVE WS-START-PREV-LOCAL TO TC-PREV-LOCAL.
          MOVE WS-START-REPEAT     TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-PREV-LOCAL       TO WS-START-PREV-LOCAL.
          MOVE TC-REPEAT           TO WS-START-REPEAT.
          MOVE TC-STAMP-OUT        TO WS-MERGE-LINE(1:14).
          MOVE TC-STAMP-OUT        TO WS-MERGE-TIMESTAMP.

          IF WS-STREAM-NAME NOT = "proof-of-play"
             OR WS-MERGE-LINE(16:14) IS NOT NUMERIC
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-MERGE-LINE(16:14) TO TC-STAMP-IN.
          MOVE WS-END-PREV-LOCAL    TO TC-PREV-LOCAL.
          MOVE WS-END-REPEAT        TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-PREV-LOCAL        TO WS-END-PREV-LOCAL.
          MOVE TC-REPEAT            TO WS-END-REPEAT.
          MOVE TC-STAMP-OUT         TO WS-MERGE-LINE(16:14).

      * Sort output side: appends the merged batch to the consolidated
      * master, host-stamped, and advances each host's high-water mark
      * to the newest record absorbed.
                   ADD 1 TO WS-ABSORBED-COUNT
                   MOVE WS-MERGE-HOST TO WS-CUR-HOST
                   PERFORM 005-FIND-HWM
                   IF WS-MERGE-LOCAL-STAMP >
                      WS-HWM-TIME(WS-HWM-FOUND)
                   THEN
                      MOVE WS-MERGE-LOCAL-STAMP
                         TO WS-HWM-TIME(WS-HWM-FOUND)
                   END-IF
             END-RETURN
                         TO WS-KIOSK-HOST(WS-KIOSK-COUNT)
                      MOVE KR-STATUS
                         TO WS-KIOSK-STATUS(WS-KIOSK-COUNT)
                      MOVE KR-UTC-OFFSET
                         TO WS-KIOSK-OFFSET(WS-KIOSK-COUNT)
                      MOVE KR-DST-RULE
                         TO WS-KIOSK-RULE(WS-KIOSK-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * Answers WS-KIOSK-OK: is WS-CUR-HOST an in-service roster
      * unit, or the retired unit --final names?
       005-CHECK-ROSTER-HOST.
          MOVE 'N' TO WS-KIOSK-OK.
          PERFORM VARYING WS-KIOSK-IDX FROM 1 BY 1
                  UNTIL WS-KIOSK-IDX > WS-KIOSK-COUNT
             IF WS-KIOSK-HOST(WS-KIOSK-IDX) = WS-CUR-HOST
                AND (WS-KIOSK-STATUS(WS-KIOSK-IDX) = 'I'
                     OR WS-CUR-HOST = WS-CONFIG-FINAL-HOST)
             THEN
                MOVE 'Y' TO WS-KIOSK-OK
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * WS-CUR-HOST's zone into WS-CUR-OFFSET and WS-CUR-RULE; a host
      * the roster does not zone (or no roster) is read as UTC.
       005-FIND-HOST-ZONE.
          MOVE SPACES TO WS-CUR-OFFSET WS-CUR-RULE.
          PERFORM VARYING WS-KIOSK-IDX FROM 1 BY 1
                  UNTIL WS-KIOSK-IDX > WS-KIOSK-COUNT
             IF WS-KIOSK-HOST(WS-KIOSK-IDX) = WS-CUR-HOST THEN
                MOVE WS-KIOSK-OFFSET(WS-KIOSK-IDX) TO WS-CUR-OFFSET
                MOVE WS-KIOSK-RULE(WS-KIOSK-IDX)   TO WS-CUR-RULE
                EXIT PERFORM
             END-IF
          END-PERFORM.

       005-SET-CONSOL-PATH.
          MOVE SPACES TO WS-CONSOL-OUT-PATH.
          STRING "consolidated-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STREAM-NAME) DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-CONSOL-OUT-PATH
          END-STRING.

      * Appending UTC records after masters stamped in local time
      * would leave them an hour or more out of order for good, so
      * with no consolidation.tz the run goes ahead only when there
      * are no masters yet (and marks the new ones as UTC).
       001-CHECK-TZ-MARK.
          OPEN INPUT F-TZ-MARK.
          IF WS-TZ-MARK-STATUS = "00" THEN
             CLOSE F-TZ-MARK
             EXIT PARAGRAPH
          END-IF.
          MOVE "corner-hits" TO WS-STREAM-NAME.
          PERFORM 005-CHECK-MASTER-EXISTS.
          MOVE "session" TO WS-STREAM-NAME.
          PERFORM 005-CHECK-MASTER-EXISTS.
          MOVE "proof-of-play" TO WS-STREAM-NAME.
          PERFORM 005-CHECK-MASTER-EXISTS.
          IF WS-UNCONVERTED = 'N' THEN
             MOVE 'Y' TO WS-TZ-MARK-NEEDED
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "dvd-consol: REFUSED: the consolidated masters "
             "are stamped in kiosk local time (no consolidation.tz)"
          END-DISPLAY.
          DISPLAY "dvd-consol: give every roster unit its time zone "
             "(dvd-roster), then run dvd-consol --convert-history "
             "once to carry them to UTC."
          END-DISPLAY.
          STOP RUN RETURNING 1.

       005-CHECK-MASTER-EXISTS.
          PERFORM 005-SET-CONSOL-PATH.
          OPEN INPUT F-CONSOL-OUT.
          IF WS-CONSOL-OUT-STATUS = "00" THEN
             MOVE 'Y' TO WS-UNCONVERTED
             CLOSE F-CONSOL-OUT
          END-IF.

       005-WRITE-TZ-MARK.
          OPEN OUTPUT F-TZ-MARK.
          IF WS-TZ-MARK-STATUS NOT = "00" THEN
             DISPLAY "dvd-consol: cannot write consolidation.tz "
                "(status " WS-TZ-MARK-STATUS "); the next run will "
                "take the masters for local time"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES TO WS-TZ-MARK-LINE.
          STRING "UTC " DELIMITED BY SIZE
                 FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TZ-MARK-HOW DELIMITED BY SPACE
              INTO WS-TZ-MARK-LINE
          END-STRING.
          WRITE WS-TZ-MARK-LINE.
          CLOSE F-TZ-MARK.

      * The one-time pass over masters consolidated in kiosk local
      * time: every line's stamps are carried to UTC by its host's
      * roster zone and each master is re-sorted on UTC and host and
      * rewritten (through a .tmp copy renamed over it). The old
      * lines' order says nothing about a change night's repeated
      * hour, so a line in it is read as the first (daylight) pass.
      * Hosts with no zone on the roster keep their stamps as
      * written, which is right for a unit on UTC; the count of such
      * lines is reported so a missed zone shows up.
       001-CONVERT-HISTORY.
          OPEN INPUT F-TZ-MARK.
          IF WS-TZ-MARK-STATUS = "00" THEN
             CLOSE F-TZ-MARK
             DISPLAY "dvd-consol: consolidation.tz says the masters "
                "are already in UTC; nothing converted"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 005-CHECK-UPTIME-POSTED.
          MOVE "corner-hits" TO WS-STREAM-NAME.
          PERFORM 005-CONVERT-STREAM.
          MOVE "session" TO WS-STREAM-NAME.
          PERFORM 005-CONVERT-STREAM.
          MOVE "proof-of-play" TO WS-STREAM-NAME.
          PERFORM 005-CONVERT-STREAM.
          MOVE "CONVERTED" TO WS-TZ-MARK-HOW.
          PERFORM 005-WRITE-TZ-MARK.
          DISPLAY "dvd-consol: consolidated masters are now in UTC "
             "(consolidation.tz written)"
          END-DISPLAY.

      * DVD-UPPOST's mark is a line count into the session master,
      * which only survives the re-sort when every line is already
      * posted (the mark is then the whole file either way). A
      * master with lines still unposted is refused untouched: run
      * dvd-uppost first.
       005-CHECK-UPTIME-POSTED.
          OPEN INPUT F-UPTIME-HWM.
          IF WS-UPTIME-HWM-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-UPTIME-POSTED.
          READ F-UPTIME-HWM
             NOT AT END
                IF WS-UPTIME-HWM-LINE IS NUMERIC THEN
                   MOVE WS-UPTIME-HWM-LINE TO WS-UPTIME-POSTED
                END-IF
          END-READ.
          CLOSE F-UPTIME-HWM.

          MOVE "session" TO WS-STREAM-NAME.
          PERFORM 005-SET-CONSOL-PATH.
          MOVE 0 TO WS-SESSION-LINES.
          OPEN INPUT F-CONSOL-OUT.
          IF WS-CONSOL-OUT-STATUS = "00" THEN
             MOVE 'N' TO WS-HOST-EOF
             PERFORM WITH TEST AFTER UNTIL WS-HOST-EOF = 'Y'
                READ F-CONSOL-OUT
                   AT END
                      MOVE 'Y' TO WS-HOST-EOF
                   NOT AT END
                      ADD 1 TO WS-SESSION-LINES
                END-READ
             END-PERFORM
             CLOSE F-CONSOL-OUT
          END-IF.
          IF WS-SESSION-LINES NOT = WS-UPTIME-POSTED THEN
             DISPLAY "dvd-consol: uptime.hwm has " WS-UPTIME-POSTED
                " session lines posted but "
                FUNCTION TRIM(WS-CONSOL-OUT-PATH) " holds "
                WS-SESSION-LINES "; run dvd-uppost first, nothing "
                "converted"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       005-CONVERT-STREAM.
          PERFORM 005-SET-CONSOL-PATH.
          MOVE WS-CONSOL-OUT-PATH TO WS-CONSOL-LIVE-PATH.
          OPEN INPUT F-CONSOL-OUT.
          IF WS-CONSOL-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-consol: " FUNCTION TRIM(WS-STREAM-NAME)
                ": no " FUNCTION TRIM(WS-CONSOL-LIVE-PATH)
                "; nothing to convert"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          CLOSE F-CONSOL-OUT.

          MOVE 0 TO WS-CONVERTED-COUNT.
          MOVE 0 TO WS-UNZONED-COUNT.
          SORT S-MERGE
             ON ASCENDING KEY WS-MERGE-TIMESTAMP WS-MERGE-HOST
             INPUT PROCEDURE IS 005-RELEASE-HISTORY
             OUTPUT PROCEDURE IS 005-REWRITE-HISTORY.

          DISPLAY "dvd-consol: " FUNCTION TRIM(WS-STREAM-NAME) ": "
             WS-CONVERTED-COUNT " lines carried to UTC, "
             WS-UNZONED-COUNT " of them from hosts with no zone "
             "(kept as written)"
          END-DISPLAY.

       005-RELEASE-HISTORY.
          MOVE WS-CONSOL-LIVE-PATH TO WS-CONSOL-OUT-PATH.
          OPEN INPUT F-CONSOL-OUT.
          MOVE 'N' TO WS-HOST-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-HOST-EOF = 'Y'
             READ F-CONSOL-OUT
                AT END
                   MOVE 'Y' TO WS-HOST-EOF
                NOT AT END
                   PERFORM 005-RELEASE-HISTORY-LINE
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-OUT.

      *   A master line is the 20-character host, a space, and the
      *   unit's line as it was absorbed.
       005-RELEASE-HISTORY-LINE.
          MOVE WS-CONSOL-OUT-LINE(1:20)   TO WS-CUR-HOST.
          MOVE WS-CONSOL-OUT-LINE(1:20)   TO WS-MERGE-HOST.
          MOVE WS-CONSOL-OUT-LINE(22:200) TO WS-MERGE-LINE.
          MOVE WS-MERGE-LINE(1:14)        TO WS-MERGE-TIMESTAMP.
          MOVE WS-MERGE-LINE(1:14)        TO WS-MERGE-LOCAL-STAMP.
          PERFORM 005-FIND-HOST-ZONE.
          IF WS-CUR-OFFSET = SPACES THEN
             ADD 1 TO WS-UNZONED-COUNT
          END-IF.
          MOVE SPACES TO WS-START-PREV-LOCAL WS-END-PREV-LOCAL.
          MOVE 'N'    TO WS-START-REPEAT WS-END-REPEAT.
          IF WS-MERGE-LINE(1:14) IS NUMERIC THEN
             PERFORM 005-LINE-TO-UTC
          END-IF.
          RELEASE WS-MERGE-RECORD.
          ADD 1 TO WS-CONVERTED-COUNT.

       005-REWRITE-HISTORY.
          MOVE SPACES TO WS-CONSOL-OUT-PATH.
          STRING FUNCTION TRIM(WS-CONSOL-LIVE-PATH) DELIMITED BY SIZE
                 ".tmp" DELIMITED BY SIZE
              INTO WS-CONSOL-OUT-PATH
          END-STRING.
          OPEN OUTPUT F-CONSOL-OUT.
          IF WS-CONSOL-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-consol: cannot write "
                FUNCTION TRIM(WS-CONSOL-OUT-PATH) " (status "
                WS-CONSOL-OUT-STATUS "); nothing converted"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-HOST-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-HOST-EOF = 'Y'
             RETURN S-MERGE
                AT END
                   MOVE 'Y' TO WS-HOST-EOF
                NOT AT END
                   MOVE SPACES TO WS-CONSOL-OUT-LINE
                   STRING WS-MERGE-HOST DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MERGE-LINE DELIMITED BY SIZE
                       INTO WS-CONSOL-OUT-LINE
                   END-STRING
                   WRITE WS-CONSOL-OUT-LINE
             END-RETURN
          END-PERFORM.
          CLOSE F-CONSOL-OUT.
          CALL "CBL_RENAME_FILE" USING WS-CONSOL-OUT-PATH
             WS-CONSOL-LIVE-PATH
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-consol: cannot rename "
                FUNCTION TRIM(WS-CONSOL-OUT-PATH) " over "
                FUNCTION TRIM(WS-CONSOL-LIVE-PATH)
                "; master left in local time"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       001-LOAD-HWM.
          OPEN INPUT F-HWM.
          IF WS-HWM-STATUS NOT = "00" THEN
          DISPLAY "  dvd-consol [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Merges per-host log copies (HOST.corner-hits.log, "
                  "HOST.session.log, HOST.proof-of-play.log) gathered "
                  "into one directory into consolidated-corner-hits."
                  "log, consolidated-session.log and consolidated-"
                  "proof-of-play.log, host-stamped, carried to UTC by "
                  "each unit's roster time zone and in timestamp "
                  "order, skipping records absorbed on a prior run."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "      --force      override the batch-control "
                  "rerun check and reprocess deliberately."
          END-DISPLAY.
          DISPLAY "      --final=HOST  absorb HOST's copies even "
                  "though the roster has it retired (the final "
                  "gather of a decommission)."
          END-DISPLAY.
          DISPLAY "      --convert-history  carry masters "
                  "consolidated in kiosk local time to UTC, once, "
                  "and write consolidation.tz."
          END-DISPLAY.

       005-GETOPT-LICENSE.
          DISPLAY "Copyright (C) 2024 " &
