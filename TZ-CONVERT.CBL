       IDENTIFICATION DIVISION.
       PROGRAM-ID. TZ-CONVERT.
      ******************************************************************
      * This file is part of COBOL-DVD-Thingy.
      *
      * Copyright (c) 2024 ona-li-toki-e-jan-Epiphany-tawa-mi
      *
      * COBOL-DVD-Thingy is free software: you can redistribute it
      * and/or modify it under the terms of the GNU General Public
      * License as published by the Free Software Foundation, either
      * version 3 of the License, or (at your option) any later version.
      *
      * COBOL-DVD-Thingy is distributed in the hope that it will be
      * useful, but WITHOUT ANY WARRANTY; without even the implied
      * warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR
      * PURPOSE. See the GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public
      * License along with COBOL-DVD-Thingy. If not, see
      * <https://www.gnu.org/licenses/>.
      ******************************************************************
      * The fleet's time-zone rules, kept as their own small program
      * so the programs that carry kiosk wall-clock stamps to UTC
      * (DVD-CONSOL, DVD-EXTRACT) and the reports that carry them
      * back agree to the minute on every change night.
      *
      * Call convention:
      * CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
      *
      * See TZ-CONVERT-RECORD.CPY for the parameter block. A zone is
      * a standard offset plus a daylight-saving rule:
      *   US - an hour ahead from 02:00 on the second Sunday of March
      *        to 02:00 (daylight) on the first Sunday of November,
      *        wall clock;
      *   EU - an hour ahead from 01:00 UTC on the last Sunday of
      *        March to 01:00 UTC on the last Sunday of October;
      *   blank - standard time all year.
      * A blank offset is UTC itself. Seconds never change; every
      * offset is whole minutes.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   The zone as minutes east of UTC, standard time.
       01 WS-OFFSET-MINUTES PIC S9(5).
       01 WS-OFFSET-HH      PIC 99.
       01 WS-OFFSET-MM      PIC 99.
       01 WS-ZONE-RULE      PIC X(2).
      *   A stamp as minutes since the calendar's day 1, plus its
      *   untouched seconds.
       01 WS-STAMP          PIC X(14).
       01 WS-STAMP-DATE     PIC 9(8).
       01 WS-STAMP-HH       PIC 99.
       01 WS-STAMP-MI       PIC 99.
       01 WS-STAMP-MINUTES  PIC S9(11).
       01 WS-PREV-MINUTES   PIC S9(11).
       01 WS-RESULT-MINUTES PIC S9(11).
       01 WS-RESULT-DAY     PIC 9(8).
       01 WS-RESULT-DATE    PIC 9(8).
       01 WS-RESULT-OF-DAY  PIC 9(4).
       01 WS-RESULT-HH      PIC 99.
       01 WS-RESULT-MI      PIC 99.
      *   That year's daylight period, as standard-time minutes in
      *   the zone: clocks go forward at the start and back at the
      *   end.
       01 WS-RULE-YEAR      PIC 9(4).
       01 WS-RULE-MONTH     PIC 99.
       01 WS-RULE-WEEK      PIC 9.
       01 WS-RULE-DAY       PIC 9(8).
       01 WS-RULE-DOW       PIC 9.
       01 WS-DST-START      PIC S9(11).
       01 WS-DST-END        PIC S9(11).
       01 WS-IN-DAYLIGHT    PIC X.
       LINKAGE SECTION.
       COPY "TZ-CONVERT-RECORD.CPY".
      ******************************************************************
       PROCEDURE DIVISION USING TC-RECORD.
       000-MAIN.
          MOVE TC-STAMP-IN TO TC-STAMP-OUT.
          MOVE 'Y' TO TC-OK.
          PERFORM 005-READ-ZONE.
          IF TC-OK = 'N' THEN
             GOBACK
          END-IF.
          MOVE TC-STAMP-IN TO WS-STAMP.
          PERFORM 005-STAMP-TO-MINUTES.
          IF TC-OK = 'N' THEN
             GOBACK
          END-IF.

          EVALUATE TC-DIRECTION
          WHEN 'U'
             PERFORM 005-WALL-TO-UTC
          WHEN 'L'
             PERFORM 005-UTC-TO-WALL
          WHEN OTHER
             MOVE 'N' TO TC-OK
             GOBACK
          END-EVALUATE.

          COMPUTE WS-RESULT-DAY = WS-RESULT-MINUTES / 1440
          END-COMPUTE.
          COMPUTE WS-RESULT-OF-DAY =
             WS-RESULT-MINUTES - WS-RESULT-DAY * 1440
          END-COMPUTE.
          MOVE FUNCTION DATE-OF-INTEGER(WS-RESULT-DAY)
             TO WS-RESULT-DATE.
          COMPUTE WS-RESULT-HH = WS-RESULT-OF-DAY / 60 END-COMPUTE.
          COMPUTE WS-RESULT-MI = WS-RESULT-OF-DAY - WS-RESULT-HH * 60
          END-COMPUTE.
          MOVE WS-RESULT-DATE TO TC-STAMP-OUT(1:8).
          MOVE WS-RESULT-HH   TO TC-STAMP-OUT(9:2).
          MOVE WS-RESULT-MI   TO TC-STAMP-OUT(11:2).
          GOBACK.

      * The offset as signed minutes; blank is UTC, which keeps no
      * daylight time whatever the rule says.
       005-READ-ZONE.
          MOVE 0 TO WS-OFFSET-MINUTES.
          MOVE SPACES TO WS-ZONE-RULE.
          IF TC-UTC-OFFSET = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF (TC-UTC-OFFSET(1:1) NOT = "+"
              AND TC-UTC-OFFSET(1:1) NOT = "-")
             OR TC-UTC-OFFSET(2:4) IS NOT NUMERIC
             OR TC-UTC-OFFSET(2:2) > "14"
             OR TC-UTC-OFFSET(4:2) > "59"
          THEN
             MOVE 'N' TO TC-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE TC-UTC-OFFSET(2:2) TO WS-OFFSET-HH.
          MOVE TC-UTC-OFFSET(4:2) TO WS-OFFSET-MM.
          COMPUTE WS-OFFSET-MINUTES = WS-OFFSET-HH * 60 + WS-OFFSET-MM
          END-COMPUTE.
          IF TC-UTC-OFFSET(1:1) = "-" THEN
             COMPUTE WS-OFFSET-MINUTES = 0 - WS-OFFSET-MINUTES
             END-COMPUTE
          END-IF.
          IF TC-DST-RULE NOT = SPACES
             AND TC-DST-RULE NOT = "US"
             AND TC-DST-RULE NOT = "EU"
          THEN
             MOVE 'N' TO TC-OK
          END-IF.
          MOVE TC-DST-RULE TO WS-ZONE-RULE.

      *   WS-STAMP into WS-STAMP-MINUTES; a stamp that is not a real
      *   date and time is left alone.
       005-STAMP-TO-MINUTES.
          IF WS-STAMP IS NOT NUMERIC
             OR WS-STAMP(9:2) > "23"
             OR WS-STAMP(11:2) > "59"
             OR WS-STAMP(13:2) > "59"
          THEN
             MOVE 'N' TO TC-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP(1:8) TO WS-STAMP-DATE.
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0 THEN
             MOVE 'N' TO TC-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP(9:2)  TO WS-STAMP-HH.
          MOVE WS-STAMP(11:2) TO WS-STAMP-MI.
          COMPUTE WS-STAMP-MINUTES =
             FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
             + WS-STAMP-HH * 60 + WS-STAMP-MI
          END-COMPUTE.

      * Wall clock to UTC. Before the period, in the skipped hour and
      * after the repeated hour it is standard time; inside the
      * period daylight; the repeated hour is daylight until the
      * stamps go back inside it.
       005-WALL-TO-UTC.
          MOVE WS-STAMP-DATE(1:4) TO WS-RULE-YEAR.
          PERFORM 005-DAYLIGHT-PERIOD.
          MOVE 'N' TO WS-IN-DAYLIGHT.
          IF WS-ZONE-RULE = "US" OR WS-ZONE-RULE = "EU" THEN
             EVALUATE TRUE
             WHEN WS-STAMP-MINUTES < WS-DST-START + 60
                MOVE 'N' TO TC-REPEAT
             WHEN WS-STAMP-MINUTES < WS-DST-END
                MOVE 'Y' TO WS-IN-DAYLIGHT
                MOVE 'N' TO TC-REPEAT
             WHEN WS-STAMP-MINUTES < WS-DST-END + 60
                PERFORM 005-CHECK-REPEAT
                IF TC-REPEAT = 'N' THEN
                   MOVE 'Y' TO WS-IN-DAYLIGHT
                END-IF
             WHEN OTHER
                MOVE 'N' TO TC-REPEAT
             END-EVALUATE
          END-IF.
          MOVE TC-STAMP-IN TO TC-PREV-LOCAL.
          COMPUTE WS-RESULT-MINUTES =
             WS-STAMP-MINUTES - WS-OFFSET-MINUTES
          END-COMPUTE.
          IF WS-IN-DAYLIGHT = 'Y' THEN
             SUBTRACT 60 FROM WS-RESULT-MINUTES
          END-IF.

      *   Inside the repeated hour: a stamp earlier than the one
      *   before it, also inside the hour, means the clock has gone
      *   back and this is the second pass.
       005-CHECK-REPEAT.
          IF TC-REPEAT = 'Y' THEN
             EXIT PARAGRAPH
          END-IF.
          IF TC-PREV-LOCAL IS NOT NUMERIC
             OR TC-PREV-LOCAL NOT > TC-STAMP-IN
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP-MINUTES TO WS-PREV-MINUTES.
          MOVE TC-PREV-LOCAL TO WS-STAMP.
          PERFORM 005-STAMP-TO-MINUTES.
          IF TC-OK = 'N' THEN
             MOVE 'Y' TO TC-OK
             MOVE WS-PREV-MINUTES TO WS-STAMP-MINUTES
             EXIT PARAGRAPH
          END-IF.
          IF WS-STAMP-MINUTES >= WS-DST-END
             AND WS-STAMP-MINUTES < WS-DST-END + 60
          THEN
             MOVE 'Y' TO TC-REPEAT
          END-IF.
          MOVE WS-PREV-MINUTES TO WS-STAMP-MINUTES.

      * UTC to wall clock: standard time, plus the hour inside the
      * period.
       005-UTC-TO-WALL.
          COMPUTE WS-RESULT-MINUTES =
             WS-STAMP-MINUTES + WS-OFFSET-MINUTES
          END-COMPUTE.
          IF WS-ZONE-RULE NOT = "US" AND WS-ZONE-RULE NOT = "EU" THEN
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-RESULT-DAY = WS-RESULT-MINUTES / 1440
          END-COMPUTE.
          MOVE FUNCTION DATE-OF-INTEGER(WS-RESULT-DAY)
             TO WS-RESULT-DATE.
          MOVE WS-RESULT-DATE(1:4) TO WS-RULE-YEAR.
          PERFORM 005-DAYLIGHT-PERIOD.
          IF WS-RESULT-MINUTES >= WS-DST-START
             AND WS-RESULT-MINUTES < WS-DST-END
          THEN
             ADD 60 TO WS-RESULT-MINUTES
          END-IF.

      *   WS-RULE-YEAR's period under WS-ZONE-RULE, in the zone's
      *   standard-time minutes.
       005-DAYLIGHT-PERIOD.
          MOVE 0 TO WS-DST-START WS-DST-END.
          EVALUATE WS-ZONE-RULE
          WHEN "US"
             MOVE 3 TO WS-RULE-MONTH
             MOVE 2 TO WS-RULE-WEEK
             PERFORM 005-NTH-SUNDAY
             COMPUTE WS-DST-START = WS-RULE-DAY * 1440 + 120
             END-COMPUTE
             MOVE 11 TO WS-RULE-MONTH
             MOVE 1 TO WS-RULE-WEEK
             PERFORM 005-NTH-SUNDAY
             COMPUTE WS-DST-END = WS-RULE-DAY * 1440 + 60
             END-COMPUTE
          WHEN "EU"
             MOVE 3 TO WS-RULE-MONTH
             PERFORM 005-LAST-SUNDAY
             COMPUTE WS-DST-START =
                WS-RULE-DAY * 1440 + 60 + WS-OFFSET-MINUTES
             END-COMPUTE
             MOVE 10 TO WS-RULE-MONTH
             PERFORM 005-LAST-SUNDAY
             COMPUTE WS-DST-END =
                WS-RULE-DAY * 1440 + 60 + WS-OFFSET-MINUTES
             END-COMPUTE
          END-EVALUATE.

      *   Day 1 of the calendar (1601-01-01) was a Monday, so
      *   MOD(day - 1, 7) runs 0 Monday through 6 Sunday.
       005-NTH-SUNDAY.
          COMPUTE WS-RULE-DAY = FUNCTION INTEGER-OF-DATE(
             WS-RULE-YEAR * 10000 + WS-RULE-MONTH * 100 + 1)
          END-COMPUTE.
          COMPUTE WS-RULE-DOW = FUNCTION MOD(WS-RULE-DAY - 1, 7)
          END-COMPUTE.
          COMPUTE WS-RULE-DAY = WS-RULE-DAY + (6 - WS-RULE-DOW)
             + 7 * (WS-RULE-WEEK - 1)
          END-COMPUTE.

      *   March and October both end on the 31st.
       005-LAST-SUNDAY.
          COMPUTE WS-RULE-DAY = FUNCTION INTEGER-OF-DATE(
             WS-RULE-YEAR * 10000 + WS-RULE-MONTH * 100 + 31)
          END-COMPUTE.
          COMPUTE WS-RULE-DOW = FUNCTION MOD(WS-RULE-DAY - 1, 7)
          END-COMPUTE.
          COMPUTE WS-RULE-DAY =
             WS-RULE-DAY - FUNCTION MOD(WS-RULE-DOW + 1, 7)
          END-COMPUTE.
