      * "walk the floor and look at every screen" becomes a
      * ten-second check from one terminal. Exits nonzero when any
      * unit is stale, so cron can page on it.
      *
      * A unit inside a booked planned-outage window
      * (planned-outage.dat, see DVD-OUTAGE) is reported MAINT with
      * the window's end and reason instead of being judged at all:
      * it neither counts as stale nor queues an alert.
      *
      * Heartbeats and outage windows are in the unit's own local
      * time, so each unit is judged against "now" on its clock: this
      * machine's time carried to UTC by its own offset, then to the
      * unit's roster time zone (TZ-CONVERT.CBL). A unit with no zone
      * on the roster is judged on this machine's clock, as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-ALERT-QUEUE ASSIGN TO "alert-queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-QUEUE-STATUS.
      *   Booked maintenance windows; see PLANNED-OUTAGE-RECORD.CPY.
          SELECT F-PLANNED-OUTAGE ASSIGN TO "planned-outage.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLANNED-OUTAGE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-ALERT-QUEUE.
       COPY "ALERT-QUEUE-RECORD.CPY".
       FD F-PLANNED-OUTAGE.
       COPY "PLANNED-OUTAGE-RECORD.CPY".
       WORKING-STORAGE SECTION.
      *   Alert-queue staging, filled at each finding site before
      *   005-QUEUE-ALERT appends the record.
             10 WS-KIOSK-HOST   PIC X(20).
             10 WS-KIOSK-NAME   PIC X(30).
             10 WS-KIOSK-STATUS PIC X.
             10 WS-KIOSK-OFFSET PIC X(5).
             10 WS-KIOSK-RULE   PIC X(2).
       01 WS-KIOSK-COUNT PIC 999 VALUE 0.
       01 WS-KIOSK-IDX   PIC 999.
      *   The friendly name printed beside the current unit's line;
       01 WS-SHELL-CMD    PIC X(300).
       01 WS-UNIT-COUNT   PIC 9999 VALUE 0.
       01 WS-STALE-COUNT  PIC 9999 VALUE 0.
       01 WS-MAINT-UNITS  PIC 9999 VALUE 0.
      *   The booked windows open right now, loaded once at startup.
       01 WS-PLANNED-OUTAGE-STATUS PIC XX.
       01 WS-OUTAGE-EOF            PIC X.
       01 WS-NOW-STAMP             PIC X(14).
      *   "Now" in UTC, and on the clock of the unit in WS-ZONE-HOST
      *   (005-UNIT-NOW, which searches the roster on its own index
      *   since 001-SCAN-FROM-ROSTER is already walking WS-KIOSK-IDX).
       01 WS-NOW-UTC    PIC X(14).
       01 WS-NOW-UTC-OK PIC X VALUE 'N'.
       01 WS-ZONE-HOST  PIC X(20).
       01 WS-UNIT-NOW   PIC X(14).
       01 WS-ZONE-IDX   PIC 999.
       COPY "TZ-CONVERT-RECORD.CPY".
       78 WS-MAX-MAINT VALUE 100.
       01 WS-MAINT-TABLE.
          05 WS-MAINT-ENTRY OCCURS WS-MAX-MAINT TIMES.
             10 WS-MAINT-HOST   PIC X(20).
             10 WS-MAINT-TO     PIC X(14).
             10 WS-MAINT-REASON PIC X(40).
       01 WS-MAINT-COUNT PIC 999 VALUE 0.
       01 WS-MAINT-IDX   PIC 999.
       01 WS-MAINT-FOUND PIC 999.
       01 WS-AGE-SECS     PIC S9(11).
       01 WS-AGE-DISPLAY  PIC 9(11).
      *   Scratch fields for the same julian-day timestamp math
      *   DVD-STATS.CBL uses, applied to "now" on the unit's clock and
      *   to its heartbeat.
       01 WS-NOW-SECS   PIC 9(11).
       01 WS-HB-SECS    PIC 9(11).
       01 WS-CONV-TIME  PIC X(14).
          PERFORM 001-GETOPT.
          PERFORM 001-LOAD-ROSTER.

          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 001-NOW-TO-UTC.
          PERFORM 001-LOAD-OUTAGES.

          PERFORM 001-SCAN-HEARTBEATS.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.

          DISPLAY SPACE END-DISPLAY.
          DISPLAY "dvd-monitor: " WS-UNIT-COUNT " units, "
             WS-STALE-COUNT " stale, " WS-MAINT-UNITS " in maintenance"
          END-DISPLAY.
          IF WS-STALE-COUNT > 0 THEN
             STOP RUN RETURNING 1
                         TO WS-KIOSK-NAME(WS-KIOSK-COUNT)
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

      * This machine's clock carried to UTC by the offset it reports
      * itself; without one every unit is judged on this clock.
       001-NOW-TO-UTC.
          MOVE 'U'                         TO TC-DIRECTION.
          MOVE FUNCTION CURRENT-DATE(17:5) TO TC-UTC-OFFSET.
          MOVE SPACES                      TO TC-DST-RULE.
          MOVE WS-NOW-STAMP                TO TC-STAMP-IN.
          MOVE SPACES                      TO TC-PREV-LOCAL.
          MOVE 'N'                         TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          IF TC-OK = 'Y' THEN
             MOVE TC-STAMP-OUT TO WS-NOW-UTC
             MOVE 'Y'          TO WS-NOW-UTC-OK
          END-IF.

      * "Now" on WS-ZONE-HOST's clock into WS-UNIT-NOW: UTC by the
      * unit's roster time zone, this machine's clock when the unit
      * has no zone.
       005-UNIT-NOW.
          MOVE WS-NOW-STAMP TO WS-UNIT-NOW.
          IF WS-NOW-UTC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-KIOSK-COUNT
             IF WS-KIOSK-HOST(WS-ZONE-IDX) = WS-ZONE-HOST
                AND WS-KIOSK-OFFSET(WS-ZONE-IDX) NOT = SPACES
             THEN
                MOVE 'L' TO TC-DIRECTION
                MOVE WS-KIOSK-OFFSET(WS-ZONE-IDX) TO TC-UTC-OFFSET
                MOVE WS-KIOSK-RULE(WS-ZONE-IDX)   TO TC-DST-RULE
                MOVE WS-NOW-UTC TO TC-STAMP-IN
                CALL "TZ-CONVERT" USING TC-RECORD END-CALL
                IF TC-OK = 'Y' THEN
                   MOVE TC-STAMP-OUT TO WS-UNIT-NOW
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * Keeps the booked windows that cover this moment on their
      * unit's clock; a missing file means no planned work anywhere.
       001-LOAD-OUTAGES.
          OPEN INPUT F-PLANNED-OUTAGE.
          IF WS-PLANNED-OUTAGE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-OUTAGE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-OUTAGE-EOF = 'Y'
             READ F-PLANNED-OUTAGE
                AT END
                   MOVE 'Y' TO WS-OUTAGE-EOF
                NOT AT END
                   MOVE PO-HOST TO WS-ZONE-HOST
                   PERFORM 005-UNIT-NOW
                   IF PO-STATUS = 'B'
                      AND PO-FROM <= WS-UNIT-NOW
                      AND PO-TO > WS-UNIT-NOW
                      AND WS-MAINT-COUNT < WS-MAX-MAINT
                   THEN
                      ADD 1 TO WS-MAINT-COUNT
                      MOVE PO-HOST   TO WS-MAINT-HOST(WS-MAINT-COUNT)
                      MOVE PO-TO     TO WS-MAINT-TO(WS-MAINT-COUNT)
                      MOVE PO-REASON
                         TO WS-MAINT-REASON(WS-MAINT-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PLANNED-OUTAGE.

      * With a roster, the scan is the roster: every in-service unit
      * is judged whether or not its gathered heartbeat file ever
      * showed up. Otherwise lists the gather directory (the same
      * Judges the heartbeat at WS-HEARTBEAT-PATH for WS-CUR-HOST /
      * WS-CUR-NAME, whichever scan built the path.
       005-JUDGE-UNIT.
          MOVE 0 TO WS-MAINT-FOUND.
          PERFORM VARYING WS-MAINT-IDX FROM 1 BY 1
                  UNTIL WS-MAINT-IDX > WS-MAINT-COUNT
             IF WS-MAINT-HOST(WS-MAINT-IDX) = WS-CUR-HOST THEN
                MOVE WS-MAINT-IDX TO WS-MAINT-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-MAINT-FOUND > 0 THEN
             DISPLAY WS-CUR-HOST " " WS-CUR-NAME
                " MAINT  (planned until "
                WS-MAINT-TO(WS-MAINT-FOUND)(1:12) ": "
                FUNCTION TRIM(WS-MAINT-REASON(WS-MAINT-FOUND)) ")"
             END-DISPLAY
             ADD 1 TO WS-MAINT-UNITS
             EXIT PARAGRAPH
          END-IF.

          OPEN INPUT F-HEARTBEAT.
          IF WS-HEARTBEAT-STATUS NOT = "00" THEN
             DISPLAY WS-CUR-HOST " " WS-CUR-NAME
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-CUR-HOST TO WS-ZONE-HOST.
          PERFORM 005-UNIT-NOW.
          MOVE WS-UNIT-NOW TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-NOW-SECS.
          MOVE HB-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-HB-SECS.
                  "of silently skipped - and lines carry the "
                  "roster's location names."
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "A unit inside a booked window in planned-outage.dat "
                  "(see dvd-outage) is reported MAINT, is not counted "
                  "stale and queues no alert."
          END-DISPLAY.

       005-GETOPT-LICENSE.
          DISPLAY "Copyright (C) 2024 " &
