      * does not earn extra credit), and its three longest outage
      * windows (STOP to next START) so the worst nights are named,
      * not just averaged away.
      *
      * The consolidated log is stamped in UTC; each session is read
      * back in its unit's local time (the roster's time zone), the
      * clock the unit's opening hours are kept in.
      *
      * Booked planned-outage windows (planned-outage.dat, see
      * DVD-OUTAGE) are not downtime the vendor owes us for: the
      * part of each window that falls inside the unit's open hours
      * on open days is listed as the unit's planned hours and taken
      * out of its expected time before the percentage is worked out,
      * so the contract number reflects only unplanned downtime.
      *
      * Days DVD-UPPOST has posted come from the uptime master
      * (uptime-master.dat): covered minutes per day, and each day's
      * longest outage as the outage candidate for that day. Only
      * the log records past its high-water mark (uptime.hwm) are
      * paired here, picking up the STARTs and last STOPs it carried
      * over (uptime-pending.dat). With nothing posted yet the whole
      * log is paired, as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-CALENDAR ASSIGN TO "site-calendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CALENDAR-STATUS.
          SELECT F-PLANNED-OUTAGE ASSIGN TO "planned-outage.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLANNED-OUTAGE-STATUS.
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
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-CALENDAR.
       01 WS-CALENDAR-LINE PIC X(40).
       FD F-PLANNED-OUTAGE.
       COPY "PLANNED-OUTAGE-RECORD.CPY".
       FD F-UPTIME-MASTER.
       COPY "UPTIME-MASTER-RECORD.CPY".
       FD F-UPTIME-HWM.
       01 WS-UPTIME-HWM-LINE PIC X(14).
       FD F-UPTIME-CARRY.
       COPY "UPTIME-CARRY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-ROSTER-STATUS   PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-PLANNED-OUTAGE-STATUS PIC XX.
       01 WS-OUTAGE-EOF      PIC X.
       01 WS-SESSIONS-EOF PIC X.
       01 WS-ROSTER-EOF   PIC X.
       01 WS-UPTIME-MASTER-STATUS PIC XX.
       01 WS-UPTIME-HWM-STATUS    PIC XX.
       01 WS-UPTIME-CARRY-STATUS  PIC XX.
       01 WS-UPTIME-EOF   PIC X.
      *   Log records already posted into the uptime master, and the
      *   running record number while the log is read.
       01 WS-HWM-COUNT    PIC 9(14) VALUE 0.
       01 WS-LINE-NUMBER  PIC 9(14) VALUE 0.
      *   The reporting window, dates inclusive; --from/--to, default
      *   the 30 days ending today.
       01 WS-CONFIG-FROM PIC X(8) VALUE SPACES.
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
      *   state DVD-FLTREP keeps.
       78 WS-MAX-PENDING VALUE 200.
       01 WS-PENDING-COUNT PIC 999 VALUE 0.
       01 WS-PENDING-FOUND PIC 999.
       01 WS-PENDING-IDX   PIC 999.
      *   The booked windows that touch the reporting window, clipped
      *   to it, in julian seconds like everything else here.
       78 WS-MAX-PLANNED VALUE 500.
       01 WS-PLANNED-TABLE.
          05 WS-PLANNED-ENTRY OCCURS WS-MAX-PLANNED TIMES.
             10 WS-PLANNED-HOST      PIC X(20).
             10 WS-PLANNED-FROM-SECS PIC 9(11).
             10 WS-PLANNED-TO-SECS   PIC 9(11).
       01 WS-PLANNED-COUNT PIC 999 VALUE 0.
       01 WS-PLANNED-IDX   PIC 999.
      *   One unit's planned seconds inside its open hours, and the
      *   day-by-day overlap scratch that adds them up.
       01 WS-PLANNED-SECS     PIC 9(11).
       01 WS-PLAN-OPEN-SECS   PIC 9(9).
       01 WS-PLAN-CLOSE-SECS  PIC 9(9).
       01 WS-PLAN-LAST-JULIAN PIC 9(9).
       01 WS-PLAN-DAY-FROM    PIC 9(11).
       01 WS-PLAN-DAY-TO      PIC 9(11).
      *   The session fields peeled out of a host-stamped line.
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-CLIP-STOP  PIC 9(11).
       01 WS-DUR-SECS   PIC S9(11).
       01 WS-GAP-SECS   PIC S9(11).
      *   The outage offered to a unit's top three, and its bounds.
       01 WS-GAP-FROM-SECS PIC 9(11).
       01 WS-GAP-FROM-TIME PIC X(14).
       01 WS-GAP-TO-SECS   PIC 9(11).
       01 WS-GAP-TO-TIME   PIC X(14).
      *   Report formatting scratch.
       01 WS-RPT-IDX       PIC 999.
       01 WS-OUT-IDX       PIC 9.
       01 WS-EXP-HOURS     PIC Z(5)9.
       01 WS-COV-HOURS     PIC Z(5)9.
       01 WS-OUTAGE-HOURS  PIC Z(5)9.
       01 WS-PLAN-HOURS    PIC Z(5)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-LOAD-CALENDAR.
          PERFORM 001-COUNT-OPEN-DAYS.
          PERFORM 001-LOAD-ROSTER.
          PERFORM 001-LOAD-OUTAGES.
          PERFORM 001-READ-UPTIME-MASTER.
          PERFORM 001-LOAD-UPTIME-CARRY.
          PERFORM 001-READ-SESSIONS.
          PERFORM 001-PRINT-REPORT.
          STOP RUN RETURNING 0.
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
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

       005-INIT-HOST-ROW.
          MOVE SPACES TO WS-HOST-TAG(WS-HOST-FOUND).
          MOVE SPACES TO WS-HOST-NAME(WS-HOST-FOUND).
          MOVE SPACES TO WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND).
          MOVE 'N'    TO WS-HOST-HAVE-STOP(WS-HOST-FOUND).

      * Keeps every booked window that overlaps the reporting window,
      * clipped to it; cancelled windows never count.
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
                   IF PO-STATUS = 'B' AND PO-FROM IS NUMERIC
                      AND PO-TO IS NUMERIC
                   THEN
                      PERFORM 005-KEEP-ONE-OUTAGE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PLANNED-OUTAGE.

       005-KEEP-ONE-OUTAGE.
          MOVE PO-FROM TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-CLIP-START.
          MOVE PO-TO TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-CLIP-STOP.
          IF WS-CLIP-START < WS-WINDOW-FROM-SECS THEN
             MOVE WS-WINDOW-FROM-SECS TO WS-CLIP-START
          END-IF.
          IF WS-CLIP-STOP > WS-WINDOW-TO-SECS THEN
             MOVE WS-WINDOW-TO-SECS TO WS-CLIP-STOP
          END-IF.
          IF WS-CLIP-STOP <= WS-CLIP-START THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-PLANNED-COUNT >= WS-MAX-PLANNED THEN
             DISPLAY "dvd-avail: more than " WS-MAX-PLANNED
                " planned windows in the reporting window; aborting "
                "rather than overstating downtime"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-PLANNED-COUNT.
          MOVE PO-HOST       TO WS-PLANNED-HOST(WS-PLANNED-COUNT).
          MOVE WS-CLIP-START TO WS-PLANNED-FROM-SECS(WS-PLANNED-COUNT).
          MOVE WS-CLIP-STOP  TO WS-PLANNED-TO-SECS(WS-PLANNED-COUNT).

       001-READ-SESSIONS.
          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS NOT = "00" THEN
                AT END
                   MOVE 'Y' TO WS-SESSIONS-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER > WS-HWM-COUNT THEN
                      PERFORM 005-TALLY-ONE-SESSION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

      * The posted per-day rows: covered minutes on window days, and
      * each day's longest outage as a candidate for the unit's top
      * three. Every host the master names gets a line, the way every
      * host the log names does.
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
          IF UM-DATE >= WS-CONFIG-FROM AND UM-DATE <= WS-CONFIG-TO THEN
             COMPUTE WS-DUR-SECS = UM-COVERED-MINUTES * 60
             END-COMPUTE
             ADD WS-DUR-SECS TO WS-HOST-COVERED(WS-HOST-FOUND)
          END-IF.
          IF UM-LONGEST-OUTAGE = 0
             OR UM-OUTAGE-FROM IS NOT NUMERIC
             OR UM-OUTAGE-TO IS NOT NUMERIC
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE UM-OUTAGE-FROM TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS   TO WS-GAP-FROM-SECS.
          MOVE UM-OUTAGE-FROM TO WS-GAP-FROM-TIME.
          MOVE UM-OUTAGE-TO TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS   TO WS-GAP-TO-SECS.
          MOVE UM-OUTAGE-TO   TO WS-GAP-TO-TIME.
          COMPUTE WS-GAP-SECS = WS-GAP-TO-SECS - WS-GAP-FROM-SECS
          END-COMPUTE.
          PERFORM 005-RANK-OUTAGE.

      * How far the posting got, and the pairing state it left
      * there: open STARTs into the pending table, last STOPs back
      * onto their units so the tail's first START closes the outage.
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
                   PERFORM 005-APPLY-CARRY-ROW
             END-READ
          END-PERFORM.
          CLOSE F-UPTIME-CARRY.

       005-APPLY-CARRY-ROW.
          IF UC-TIME IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE UC-HOST TO WS-CUR-HOST.
          EVALUATE UC-KIND
          WHEN 'P'
             IF WS-PENDING-COUNT < WS-MAX-PENDING THEN
                ADD 1 TO WS-PENDING-COUNT
                MOVE UC-HOST    TO WS-PENDING-HOST(WS-PENDING-COUNT)
                MOVE UC-PROGRAM TO WS-PENDING-PROGRAM(WS-PENDING-COUNT)
                MOVE UC-TIME    TO WS-PENDING-TIME(WS-PENDING-COUNT)
             END-IF
          WHEN 'S'
             PERFORM 005-FIND-HOST
             MOVE UC-TIME TO WS-CONV-TIME
             PERFORM 005-TIMESTAMP-TO-SECS
             MOVE WS-CONV-SECS
                TO WS-HOST-LAST-STOP-SECS(WS-HOST-FOUND)
             MOVE UC-TIME TO WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             MOVE 'Y'     TO WS-HOST-HAVE-STOP(WS-HOST-FOUND)
          END-EVALUATE.

      * One host-stamped SESSION-LOG-RECORD line, the field offsets
      * DVD-FLTREP reads. STARTs open a pairing; STOPs close it,
      * credit the clipped duration, and arm the outage tracking for
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          PERFORM 005-FIND-HOST.
             ADD WS-DUR-SECS TO WS-HOST-COVERED(WS-HOST-FOUND)
          END-IF.

      * A START after a recorded STOP closes that outage window and
      * offers it to the unit's top three.
       005-NOTE-OUTAGE-END.
          IF WS-HOST-HAVE-STOP(WS-HOST-FOUND) = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-HOST-HAVE-STOP(WS-HOST-FOUND).
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS     TO WS-GAP-TO-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-GAP-TO-TIME.
          MOVE WS-HOST-LAST-STOP-SECS(WS-HOST-FOUND)
             TO WS-GAP-FROM-SECS.
          MOVE WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             TO WS-GAP-FROM-TIME.
          COMPUTE WS-GAP-SECS = WS-GAP-TO-SECS - WS-GAP-FROM-SECS
          END-COMPUTE.
          PERFORM 005-RANK-OUTAGE.

      * If the outage in WS-GAP-* ranks among the unit's three
      * longest (and touches the reporting window), it displaces the
      * shortest of them.
       005-RANK-OUTAGE.
          IF WS-GAP-SECS <= 0
             OR WS-GAP-TO-SECS < WS-WINDOW-FROM-SECS
             OR WS-GAP-FROM-SECS > WS-WINDOW-TO-SECS
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-GAP-SECS > WS-OUTAGE-SECS(WS-HOST-FOUND 3) THEN
             MOVE WS-GAP-SECS TO WS-OUTAGE-SECS(WS-HOST-FOUND 3)
             MOVE WS-GAP-FROM-TIME
                TO WS-OUTAGE-FROM(WS-HOST-FOUND 3)
             MOVE WS-GAP-TO-TIME
                TO WS-OUTAGE-TO(WS-HOST-FOUND 3)
      *      One bubble pass keeps the three slots in descending
      *      order, so slot 3 is always the one a longer outage
             END-PERFORM
          END-IF.

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

      * Locates (creating if first sight) WS-CUR-HOST's table row.
       005-FIND-HOST.
          MOVE 0 TO WS-HOST-FOUND.
          COMPUTE WS-EXPECTED-SECS =
             (WS-HHMM-SECS - WS-DAY-OPEN-SECS) * WS-OPEN-DAYS
          END-COMPUTE.
          MOVE WS-DAY-OPEN-SECS TO WS-PLAN-OPEN-SECS.
          MOVE WS-HHMM-SECS     TO WS-PLAN-CLOSE-SECS.
          PERFORM 005-SUM-PLANNED.
          COMPUTE WS-PLAN-HOURS = WS-PLANNED-SECS / 3600 END-COMPUTE.
          SUBTRACT WS-PLANNED-SECS FROM WS-EXPECTED-SECS.

          IF WS-EXPECTED-SECS = 0 THEN
             MOVE 0 TO WS-AVAIL-PCT
          DISPLAY WS-HOST-TAG(WS-RPT-IDX) " "
             WS-HOST-NAME(WS-RPT-IDX)
          END-DISPLAY.
          DISPLAY "  expected " WS-EXP-HOURS "h, planned "
             WS-PLAN-HOURS "h, covered "
             WS-COV-HOURS "h, availability " WS-PCT-DISPLAY "%"
          END-DISPLAY.
          PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
          END-PERFORM.
          DISPLAY SPACE END-DISPLAY.

      * Adds up the seconds of WS-RPT-IDX's booked windows that fall
      * inside its open hours (WS-PLAN-OPEN-SECS to
      * WS-PLAN-CLOSE-SECS past midnight) on days the calendar has
      * open, walking each window a day at a time. Never more than
      * the expected time, so overlapping bookings can't drive it
      * negative.
       005-SUM-PLANNED.
          MOVE 0 TO WS-PLANNED-SECS.
          PERFORM VARYING WS-PLANNED-IDX FROM 1 BY 1
                  UNTIL WS-PLANNED-IDX > WS-PLANNED-COUNT
             IF WS-PLANNED-HOST(WS-PLANNED-IDX)
                = WS-HOST-TAG(WS-RPT-IDX)
             THEN
                COMPUTE WS-SCAN-JULIAN =
                   WS-PLANNED-FROM-SECS(WS-PLANNED-IDX) / 86400
                END-COMPUTE
                COMPUTE WS-PLAN-LAST-JULIAN =
                   (WS-PLANNED-TO-SECS(WS-PLANNED-IDX) - 1) / 86400
                END-COMPUTE
                PERFORM UNTIL WS-SCAN-JULIAN > WS-PLAN-LAST-JULIAN
                   PERFORM 005-ADD-PLANNED-DAY
                   ADD 1 TO WS-SCAN-JULIAN
                END-PERFORM
             END-IF
          END-PERFORM.
          IF WS-PLANNED-SECS > WS-EXPECTED-SECS THEN
             MOVE WS-EXPECTED-SECS TO WS-PLANNED-SECS
          END-IF.

      * One day (WS-SCAN-JULIAN) of one window: the overlap of the
      * window with that day's open hours, if the day is open.
       005-ADD-PLANNED-DAY.
          COMPUTE WS-SCAN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
          END-COMPUTE.
          PERFORM 005-JUDGE-DAY-OPEN.
          IF WS-DAY-IS-OPEN = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-PLAN-DAY-FROM =
             WS-SCAN-JULIAN * 86400 + WS-PLAN-OPEN-SECS
          END-COMPUTE.
          COMPUTE WS-PLAN-DAY-TO =
             WS-SCAN-JULIAN * 86400 + WS-PLAN-CLOSE-SECS
          END-COMPUTE.
          IF WS-PLANNED-FROM-SECS(WS-PLANNED-IDX) > WS-PLAN-DAY-FROM
          THEN
             MOVE WS-PLANNED-FROM-SECS(WS-PLANNED-IDX)
                TO WS-PLAN-DAY-FROM
          END-IF.
          IF WS-PLANNED-TO-SECS(WS-PLANNED-IDX) < WS-PLAN-DAY-TO THEN
             MOVE WS-PLANNED-TO-SECS(WS-PLANNED-IDX)
                TO WS-PLAN-DAY-TO
          END-IF.
          IF WS-PLAN-DAY-TO > WS-PLAN-DAY-FROM THEN
             COMPUTE WS-PLANNED-SECS = WS-PLANNED-SECS
                + WS-PLAN-DAY-TO - WS-PLAN-DAY-FROM
             END-COMPUTE
          END-IF.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-avail [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Measures per-kiosk availability: covered time from "
                  "uptime-master.dat as posted by dvd-uppost, plus "
                  "consolidated-session.log START/STOP pairs past its "
                  "mark, against "
                  "the expected open hours in kiosk-roster.dat (days "
                  "judged open by site-calendar.dat, or Mon-Fri "
                  "without one), with the longest outage windows "
                  "listed per unit. Booked windows in "
                  "planned-outage.dat are shown as planned hours and "
                  "left out of expected time."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
