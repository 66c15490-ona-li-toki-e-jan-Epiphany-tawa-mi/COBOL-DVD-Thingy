      *      command this week, from attract-history.log);
      *   3. error-log highlights (per program and file status, with
      *      recurring signatures flagged);
      *   4. per-kiosk availability (covered hours from the posted
      *      uptime master, plus the consolidated session log past
      *      its high-water mark, against the roster's hours - the
      *      quick weekly cut; dvd-avail stays the authoritative SLA
      *      number with its calendar-aware open days);
      * and a final summary page. The consolidated session log is
      * stamped in UTC; section 4 reads it in each unit's local time
      * by the roster's time zone. Output goes to weekly-report.txt
      * (or --output=FILE), 60 lines to a page with numbered page
      * headings, ready for the printer.
      ******************************************************************
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      *   The posted uptime master, DVD-UPPOST's record count and its
      *   carried pairing state; see UPTIME-MASTER-RECORD.CPY.
          SELECT F-UPTIME-MASTER ASSIGN TO "uptime-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-MASTER-STATUS.
          SELECT F-UPTIME-HWM ASSIGN TO "uptime.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-HWM-STATUS.
          SELECT F-UPTIME-CARRY ASSIGN TO "uptime-pending.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-CARRY-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-UPTIME-MASTER.
       COPY "UPTIME-MASTER-RECORD.CPY".
       FD F-UPTIME-HWM.
       01 WS-UPTIME-HWM-LINE PIC X(14).
       FD F-UPTIME-CARRY.
       COPY "UPTIME-CARRY-RECORD.CPY".
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ERROR-LOG-STATUS       PIC XX.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-UPTIME-MASTER-STATUS   PIC XX.
       01 WS-UPTIME-HWM-STATUS      PIC XX.
       01 WS-UPTIME-CARRY-STATUS    PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "weekly-report.txt".
       01 WS-EOF PIC X.
       01 WS-HOST-FOUND PIC 999.
       01 WS-HOST-IDX   PIC 999.
       01 WS-CUR-HOST   PIC X(20).
      *   Every roster unit's time zone, retired ones too, to carry
      *   the consolidated masters' UTC stamps back to site time.
       78 WS-MAX-ZONES VALUE 100.
       01 WS-ZONE-TABLE.
          05 WS-ZONE-ENTRY OCCURS WS-MAX-ZONES TIMES.
             10 WS-ZONE-HOST   PIC X(20).
             10 WS-ZONE-OFFSET PIC X(5).
             10 WS-ZONE-RULE   PIC X(2).
       01 WS-ZONE-COUNT PIC 999 VALUE 0.
       01 WS-ZONE-IDX   PIC 999.
       COPY "TZ-CONVERT-RECORD.CPY".
       78 WS-MAX-PENDING VALUE 200.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-REC-EVENT     PIC X(5).
      *   Log records already posted into the uptime master, and the
      *   running record number while the log is read.
       01 WS-HWM-COUNT    PIC 9(14) VALUE 0.
       01 WS-LINE-NUMBER  PIC 9(14) VALUE 0.
      *   The week's second bounds for availability clipping.
       01 WS-WEEK-FROM-SECS PIC 9(11).
       01 WS-WEEK-TO-SECS   PIC 9(11).
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-NOTE-ZONE
                   IF KR-HOST NOT = SPACES AND KR-STATUS = 'I'
                      AND WS-HOST-COUNT < WS-MAX-HOSTS
                   THEN
          END-PERFORM.
          CLOSE F-ROSTER.

      * The roster record in KR-RECORD into the zone table.
       005-NOTE-ZONE.
          IF KR-HOST = SPACES OR WS-ZONE-COUNT >= WS-MAX-ZONES THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-ZONE-COUNT.
          MOVE KR-HOST       TO WS-ZONE-HOST(WS-ZONE-COUNT).
          MOVE KR-UTC-OFFSET TO WS-ZONE-OFFSET(WS-ZONE-COUNT).
          MOVE KR-DST-RULE   TO WS-ZONE-RULE(WS-ZONE-COUNT).

      * Section 4 gather: covered seconds per host inside the week.
      * Posted days come from the uptime master; the log records past
      * DVD-UPPOST's mark get the same host+program pairing
      * DVD-FLTREP reads the consolidated stream with, starting from
      * the STARTs the posting left open.
       001-GATHER-AVAILABILITY.
          PERFORM 001-GATHER-POSTED-UPTIME.
          PERFORM 001-LOAD-UPTIME-CARRY.
          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER > WS-HWM-COUNT THEN
                      PERFORM 005-TALLY-HOST-SESSION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

       001-GATHER-POSTED-UPTIME.
          OPEN INPUT F-UPTIME-MASTER.
          IF WS-UPTIME-MASTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-UPTIME-MASTER
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   MOVE UM-HOST TO WS-CUR-HOST
                   PERFORM 005-FIND-HOST
                   IF UM-DATE >= WS-WEEK-FROM
                      AND UM-DATE <= WS-WEEK-END
                   THEN
                      COMPUTE WS-DUR-SECS = UM-COVERED-MINUTES * 60
                      END-COMPUTE
                      ADD WS-DUR-SECS
                         TO WS-HOST-COVERED(WS-HOST-FOUND)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-UPTIME-MASTER.

      * How far the posting got, and the STARTs it left open there.
       001-LOAD-UPTIME-CARRY.
          OPEN INPUT F-UPTIME-HWM.
          IF WS-UPTIME-HWM-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          READ F-UPTIME-HWM
             AT END CONTINUE
             NOT AT END
                IF WS-UPTIME-HWM-LINE IS NUMERIC THEN
                   MOVE WS-UPTIME-HWM-LINE TO WS-HWM-COUNT
                END-IF
          END-READ.
          CLOSE F-UPTIME-HWM.

          OPEN INPUT F-UPTIME-CARRY.
          IF WS-UPTIME-CARRY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-UPTIME-CARRY
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF UC-KIND = 'P' AND UC-TIME IS NUMERIC
                      AND WS-PENDING-COUNT < WS-MAX-PENDING
                   THEN
                      ADD 1 TO WS-PENDING-COUNT
                      MOVE UC-HOST
                         TO WS-PENDING-HOST(WS-PENDING-COUNT)
                      MOVE UC-PROGRAM
                         TO WS-PENDING-PROGRAM(WS-PENDING-COUNT)
                      MOVE UC-TIME
                         TO WS-PENDING-TIME(WS-PENDING-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-UPTIME-CARRY.

       005-TALLY-HOST-SESSION.
          IF WS-CONSOL-SESSIONS-LINE(22:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          PERFORM 005-FIND-HOST.
             END-IF
          END-EVALUATE.

      * The consolidated masters are stamped in UTC (DVD-CONSOL.CBL):
      * WS-REC-TIMESTAMP goes back to the local time of WS-CUR-HOST's
      * site, by its roster time zone (TZ-CONVERT.CBL), before
      * anything here reads it. A host with no zone is left as it is.
       005-TO-SITE-TIME.
          MOVE 'L'    TO TC-DIRECTION.
          MOVE SPACES TO TC-UTC-OFFSET TC-DST-RULE.
          PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-HOST(WS-ZONE-IDX) = WS-CUR-HOST THEN
                MOVE WS-ZONE-OFFSET(WS-ZONE-IDX) TO TC-UTC-OFFSET
                MOVE WS-ZONE-RULE(WS-ZONE-IDX)   TO TC-DST-RULE
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE WS-REC-TIMESTAMP TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT TO WS-REC-TIMESTAMP.

       005-CREDIT-WEEK-SESSION.
          MOVE WS-PENDING-TIME(WS-PENDING-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
