      * ever nest per program, so one pending START per host+program
      * pair is all the state needed. A STOP whose reason is not
      * NORMAL counts as a crash stop.
      *
      * Session history already posted by DVD-UPPOST comes from the
      * uptime master (uptime-master.dat) as per-day totals; only
      * the log records past its high-water mark (uptime.hwm) are
      * paired here, starting from the STARTs it left open
      * (uptime-pending.dat). With nothing posted yet the whole log
      * is paired, as before. The consolidated session log is
      * stamped in UTC; its records are paired in each unit's local
      * time by the roster's time zone, like the posted master.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO "consolidated-session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-SESSIONS-STATUS.
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
      *   The kiosk roster master DVD-ROSTER.CBL maintains; when
      *   present, ranking lines carry the friendly location names
      *   instead of bare host tags.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-UPTIME-MASTER.
       COPY "UPTIME-MASTER-RECORD.CPY".
       FD F-UPTIME-HWM.
       01 WS-UPTIME-HWM-LINE PIC X(14).
       FD F-UPTIME-CARRY.
       COPY "UPTIME-CARRY-RECORD.CPY".
       WORKING-STORAGE SECTION.
      *   The roster, loaded once at startup when the file exists.
       01 WS-ROSTER-STATUS  PIC XX.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-HITS-EOF     PIC X.
       01 WS-SESSIONS-EOF PIC X.
       01 WS-UPTIME-MASTER-STATUS PIC XX.
       01 WS-UPTIME-HWM-STATUS    PIC XX.
       01 WS-UPTIME-CARRY-STATUS  PIC XX.
       01 WS-UPTIME-EOF   PIC X.
      *   Log records already posted into the uptime master, and the
      *   running record number while the log is read.
       01 WS-HWM-COUNT    PIC 9(14) VALUE 0.
       01 WS-LINE-NUMBER  PIC 9(14) VALUE 0.
      *   One row per kiosk seen in either stream.
       78 WS-MAX-HOSTS VALUE 100.
       01 WS-HOST-TABLE.
       01 WS-HOST-COUNT PIC 999 VALUE 0.
       01 WS-HOST-FOUND PIC 999.
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
      *   One pending START per host+program pair, the same pairing
      *   state DVD-STATS keeps per program for a single kiosk.
       78 WS-MAX-PENDING VALUE 200.
       000-MAIN.
          PERFORM 001-LOAD-ROSTER.
          PERFORM 001-READ-CONSOL-HITS.
          PERFORM 001-READ-UPTIME-MASTER.
          PERFORM 001-LOAD-UPTIME-CARRY.
          PERFORM 001-READ-CONSOL-SESSIONS.
          PERFORM 001-RANK-HOSTS.
          PERFORM 001-PRINT-REPORT.
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                   PERFORM 005-NOTE-ZONE
                   IF KR-HOST NOT = SPACES
                      AND WS-KIOSK-COUNT < WS-MAX-KIOSKS
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

       001-READ-CONSOL-HITS.
          OPEN INPUT F-CONSOL-HITS.
          IF WS-CONSOL-HITS-STATUS NOT = "00" THEN
                AT END
                   MOVE 'Y' TO WS-SESSIONS-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER > WS-HWM-COUNT THEN
                      PERFORM 005-TALLY-CONSOL-SESSION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

      * The posted per-day rows: sessions, their time, STOPs and
      * crash stops, already paired by DVD-UPPOST.
       001-READ-UPTIME-MASTER.
          OPEN INPUT F-UPTIME-MASTER.
          IF WS-UPTIME-MASTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-UPTIME-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-UPTIME-EOF = 'Y'
             READ F-UPTIME-MASTER
                AT END
                   MOVE 'Y' TO WS-UPTIME-EOF
                NOT AT END
                   PERFORM 005-TALLY-UPTIME-ROW
             END-READ
          END-PERFORM.
          CLOSE F-UPTIME-MASTER.

       005-TALLY-UPTIME-ROW.
          MOVE UM-HOST TO WS-CUR-HOST.
          PERFORM 005-FIND-HOST.
          COMPUTE WS-DUR-SECS = UM-COVERED-MINUTES * 60 END-COMPUTE.
          ADD UM-SESSIONS    TO WS-HOST-SESSIONS(WS-HOST-FOUND).
          ADD UM-SESSIONS    TO WS-TOTAL-SESSIONS.
          ADD WS-DUR-SECS    TO WS-HOST-SESSION-SECS(WS-HOST-FOUND).
          ADD WS-DUR-SECS    TO WS-TOTAL-SECS.
          ADD UM-STOPS       TO WS-HOST-STOPS(WS-HOST-FOUND).
          ADD UM-STOPS       TO WS-TOTAL-STOPS.
          ADD UM-CRASH-STOPS TO WS-HOST-CRASHES(WS-HOST-FOUND).
          ADD UM-CRASH-STOPS TO WS-TOTAL-CRASHES.

      * How far the posting got, and the STARTs it left open there;
      * those seed the pending table so the tail pairs with them.
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
          MOVE 'N' TO WS-UPTIME-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-UPTIME-EOF = 'Y'
             READ F-UPTIME-CARRY
                AT END
                   MOVE 'Y' TO WS-UPTIME-EOF
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

      * One host-stamped SESSION-LOG-RECORD line: the fields sit at
      * fixed offsets past the 21-byte host stamp, the same layout
      * SESSION-LOG-RECORD.CPY declares.
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          MOVE WS-CONSOL-SESSIONS-LINE(56:6)  TO WS-REC-REASON.
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

       005-ACCUMULATE-SESSION.
          MOVE WS-PENDING-TIME(WS-PENDING-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
