       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-LOBBY.
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
      * Lobby engagement report: a rough foot-traffic measure per
      * kiosk, for deciding which lobbies deserve a staffed demo
      * desk. DVD-IDLE logs a START when it launches the attract
      * rotation and a STOP/NORMAL when someone touches a key, so
      * every DVD-IDLE STOP in the consolidated session log is a
      * person walking up to the unit. Those operator interruptions
      * are counted per kiosk by hour of day and day of week, with
      * each kiosk's average idle time before the show started (the
      * gap from an interruption to the next START on the same day -
      * how long the lobby stayed quiet after the last visitor).
      *
      * Only open hours count: an interruption, or a START closing an
      * idle gap, at a moment site-calendar.dat (DVD-CALEND.CBL) has
      * the lobby closed or on holiday is left out, and an idle gap
      * is only taken when the interruption that opened it was in
      * open hours too. The calendar is read the way DVD-IDLE reads
      * it; with no calendar file every hour counts, as DVD-IDLE then
      * runs around the clock. The window is --from to --to
      * (default the 30 days to today, as DVD-AVAIL). Output goes to
      * lobby-engagement.txt (or --output=FILE): a ranked summary
      * page, then a page per kiosk with its hour-by-weekday grid.
      * The consolidated log is stamped in UTC; every record is read
      * in its kiosk's local time by the roster's time zone, so the
      * hour-of-day grid and the calendar stay in lobby time.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CONSOL-SESSIONS
             ASSIGN TO "consolidated-session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-SESSIONS-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT F-CALENDAR ASSIGN TO "site-calendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CALENDAR-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CONSOL-SESSIONS.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-CALENDAR.
       01 WS-CALENDAR-LINE PIC X(40).
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-CALENDAR-STATUS        PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "lobby-engagement.txt".
       01 WS-EOF PIC X.
      *   Reporting window, inclusive; --from=YYYYMMDD, --to=YYYYMMDD.
       01 WS-CONFIG-FROM PIC X(8) VALUE SPACES.
       01 WS-CONFIG-TO   PIC X(8) VALUE SPACES.
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 6 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   Friendly names from the roster, when there is one.
       78 WS-MAX-KIOSKS VALUE 100.
       01 WS-KIOSK-TABLE.
          05 WS-KIOSK-ENTRY OCCURS WS-MAX-KIOSKS TIMES.
             10 WS-KIOSK-HOST PIC X(20).
             10 WS-KIOSK-NAME PIC X(30).
       01 WS-KIOSK-COUNT PIC 999 VALUE 0.
       01 WS-KIOSK-IDX   PIC 999.
       01 WS-HOST-LABEL  PIC X(30).
      *   One row per kiosk DVD-IDLE ran on: interruptions by
      *   weekday (1=MON..7=SUN) and hour, the idle gaps taken, and
      *   the open-hours interruption still waiting for its START.
       78 WS-MAX-HOSTS VALUE 100.
       01 WS-HOST-TABLE.
          05 WS-HOST-ENTRY OCCURS WS-MAX-HOSTS TIMES.
             10 WS-HOST-NAME       PIC X(20).
             10 WS-HOST-STOPS      PIC 9(9).
             10 WS-HOST-IDLE-SECS  PIC 9(11).
             10 WS-HOST-IDLE-COUNT PIC 9(9).
             10 WS-HOST-LAST-STOP  PIC X(14).
             10 WS-HOST-DAY OCCURS 7 TIMES.
                15 WS-HOST-CELL PIC 9(7) OCCURS 24 TIMES.
       01 WS-HOST-COUNT PIC 999 VALUE 0.
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
      *   Report order, most interruptions first.
       01 WS-RANK-TABLE.
          05 WS-RANK-HOST PIC 999 OCCURS WS-MAX-HOSTS TIMES.
       01 WS-RANK      PIC 999.
       01 WS-SORT-I    PIC 999.
       01 WS-SORT-J    PIC 999.
       01 WS-SORT-SWAP PIC 999.
      *   The session fields peeled out of a host-stamped line.
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-REC-EVENT     PIC X(5).
       01 WS-REC-REASON    PIC X(6).
      *   The operating-hours calendar, loaded as DVD-IDLE loads it.
      *   With no file WS-CALENDAR-PRESENT stays 'N' and every check
      *   answers open.
       01 WS-CALENDAR-PRESENT PIC X VALUE 'N'.
       01 WS-CALENDAR-EOF     PIC X.
       01 WS-WEEK-TABLE.
          05 WS-WEEK-DAY OCCURS 7 TIMES.
             10 WS-DAY-CLOSED PIC X.
             10 WS-DAY-OPEN   PIC X(4).
             10 WS-DAY-CLOSE  PIC X(4).
       01 WS-DAY-NAMES.
          05 FILLER PIC X(3) VALUE "MON".
          05 FILLER PIC X(3) VALUE "TUE".
          05 FILLER PIC X(3) VALUE "WED".
          05 FILLER PIC X(3) VALUE "THU".
          05 FILLER PIC X(3) VALUE "FRI".
          05 FILLER PIC X(3) VALUE "SAT".
          05 FILLER PIC X(3) VALUE "SUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       78 WS-MAX-HOLIDAYS VALUE 50.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY OCCURS WS-MAX-HOLIDAYS TIMES PIC X(8).
       01 WS-HOLIDAY-COUNT PIC 99 VALUE 0.
       01 WS-HOLIDAY-IDX   PIC 99.
       01 WS-CALENDAR-KEY   PIC X(20).
       01 WS-CALENDAR-VALUE PIC X(19).
      *   005-CHECK-OPEN-AT scratch: the moment asked about, its
      *   weekday and HHMM, and the answer.
       01 WS-AT-TIME    PIC X(14).
       01 WS-CAL-DATE   PIC 9(8).
       01 WS-CAL-JULIAN PIC 9(9).
       01 WS-CAL-DOW    PIC 9.
       01 WS-CAL-HHMM   PIC X(4).
       01 WS-CAL-DAY-IDX PIC 9.
       01 WS-OPEN-AT    PIC X.
       01 WS-HOUR-IDX   PIC 99.
       01 WS-HOUR-HHMM  PIC 9(4).
       01 WS-HOUR-SHOWN PIC X.
      *   Scratch fields for the same julian-day timestamp math
      *   DVD-STATS.CBL uses.
       01 WS-CONV-TIME  PIC X(14).
       01 WS-CONV-SECS  PIC 9(11).
       01 WS-DATE-PART  PIC 9(8).
       01 WS-HOUR-PART  PIC 99.
       01 WS-MIN-PART   PIC 99.
       01 WS-SEC-PART   PIC 99.
       01 WS-JULIAN-DAY PIC 9(9).
       01 WS-SCAN-DATE  PIC 9(8).
       01 WS-SCAN-JULIAN PIC 9(9).
       01 WS-STOP-SECS  PIC 9(11).
       01 WS-GAP-SECS   PIC S9(11).
      *   Fleet totals and the per-kiosk grid totals.
       01 WS-TOTAL-STOPS PIC 9(9) VALUE 0.
       01 WS-ROW-TOTAL   PIC 9(9).
       01 WS-DAY-TOTALS.
          05 WS-DAY-TOTAL PIC 9(9) OCCURS 7 TIMES.
       01 WS-BUSY-DAY    PIC 9.
       01 WS-BUSY-HOUR   PIC 99.
       01 WS-BUSY-COUNT  PIC 9(7).
       01 WS-AVG-SECS    PIC 9(9).
       01 WS-AVG-MIN     PIC 9(7).
       01 WS-AVG-SEC     PIC 99.
      *   Spool-file pagination state, as DVD-WEEKLY.
       78 WS-PAGE-LINES VALUE 60.
       01 WS-LINE-COUNT   PIC 99 VALUE 99.
       01 WS-PAGE-NUMBER  PIC 999 VALUE 0.
       01 WS-PRINT-LINE   PIC X(80).
       01 WS-PAGE-DISPLAY PIC ZZ9.
       01 WS-CELL         PIC Z(6)9.
       01 WS-CELL-TOTAL   PIC Z(8)9.
       01 WS-RANK-DISPLAY PIC ZZ9.
       01 WS-MIN-DISPLAY  PIC Z(5)9.
       01 WS-SEC-DISPLAY  PIC 99.
       01 WS-AVG-DISPLAY  PIC X(10).
       01 WS-BUSY-DISPLAY PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-SET-WINDOW.
          PERFORM 001-LOAD-CALENDAR.
          PERFORM 001-LOAD-ROSTER.
          PERFORM 001-READ-SESSIONS.
          PERFORM 001-RANK-HOSTS.

          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-lobby: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-PRINT-SUMMARY.
          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-HOST-COUNT
             MOVE WS-RANK-HOST(WS-RANK) TO WS-HOST-IDX
             PERFORM 001-PRINT-KIOSK
          END-PERFORM.
          CLOSE F-REPORT.

          DISPLAY "dvd-lobby: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " (" WS-HOST-COUNT " kiosks, " WS-TOTAL-STOPS
             " interruptions, " WS-PAGE-NUMBER " pages)"
          END-DISPLAY.
          STOP RUN RETURNING 0.

       001-GETOPT.
      *   0 means the option does not accept an argument.
          MOVE "help" TO WS-GETOPT-LONGOPTION-NAME(1).
          MOVE 0      TO WS-GETOPT-LONGOPTION-HAS-VALUE(1).
          MOVE 'h'    TO WS-GETOPT-LONGOPTION-RETURN(1).

          MOVE "version" TO WS-GETOPT-LONGOPTION-NAME(2).
          MOVE 0         TO WS-GETOPT-LONGOPTION-HAS-VALUE(2).
          MOVE 'v'       TO WS-GETOPT-LONGOPTION-RETURN(2).

          MOVE "license" TO WS-GETOPT-LONGOPTION-NAME(3).
          MOVE 0         TO WS-GETOPT-LONGOPTION-HAS-VALUE(3).
          MOVE 'l'       TO WS-GETOPT-LONGOPTION-RETURN(3).

      *   Long-only options below have no short equivalent, so their
      *   return characters are not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "from" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'F'    TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "to" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1    TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'T'  TO WS-GETOPT-LONGOPTION-RETURN(5).

          MOVE "output" TO WS-GETOPT-LONGOPTION-NAME(6).
          MOVE 1        TO WS-GETOPT-LONGOPTION-HAS-VALUE(6).
          MOVE 'O'      TO WS-GETOPT-LONGOPTION-RETURN(6).

          PERFORM WITH TEST AFTER UNTIL RETURN-CODE = -1
             CALL "CBL_GC_GETOPT" USING
                BY REFERENCE WS-GETOPT-SHORTOPTIONS
                   WS-GETOPT-LONGOPTIONS WS-GETOPT-LONGOPTIONS-IDX
                BY VALUE WS-GETOPT-LONG-ONLY
                BY REFERENCE WS-GETOPT-RETURN-CHAR WS-GETOPT-OPT-VAL
             END-CALL

             EVALUATE WS-GETOPT-RETURN-CHAR
      *      '?' means invalid option.
             WHEN = '?'
                DISPLAY "Try 'dvd-lobby -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-lobby 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'F'
                IF WS-GETOPT-OPT-VAL(1:8) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:8) TO WS-CONFIG-FROM
                END-IF
             WHEN = 'T'
                IF WS-GETOPT-OPT-VAL(1:8) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:8) TO WS-CONFIG-TO
                END-IF
             WHEN = 'O'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-REPORT-PATH
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

       001-SET-WINDOW.
          IF WS-CONFIG-TO = SPACES THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONFIG-TO
          END-IF.
          IF WS-CONFIG-FROM = SPACES THEN
             MOVE WS-CONFIG-TO TO WS-SCAN-DATE
             COMPUTE WS-SCAN-JULIAN =
                FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - 29
             END-COMPUTE
             COMPUTE WS-SCAN-DATE =
                FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
             END-COMPUTE
             MOVE WS-SCAN-DATE TO WS-CONFIG-FROM
          END-IF.

      * Loads the weekly hours and holiday list from the calendar
      * DVD-CALEND.CBL maintains. A weekday the file does not name
      * stays open all day.
       001-LOAD-CALENDAR.
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             MOVE 'N'    TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
             MOVE "0000" TO WS-DAY-OPEN(WS-CAL-DAY-IDX)
             MOVE "2400" TO WS-DAY-CLOSE(WS-CAL-DAY-IDX)
          END-PERFORM.
          OPEN INPUT F-CALENDAR.
          IF WS-CALENDAR-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-CALENDAR-PRESENT.
          MOVE 'N' TO WS-CALENDAR-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-CALENDAR-EOF = 'Y'
             READ F-CALENDAR
                AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF
                NOT AT END
                   PERFORM 005-APPLY-CALENDAR-LINE
             END-READ
          END-PERFORM.
          CLOSE F-CALENDAR.

       005-APPLY-CALENDAR-LINE.
          IF WS-CALENDAR-LINE(1:1) = "#"
             OR WS-CALENDAR-LINE = SPACES
          THEN
             EXIT PARAGRAPH
          END-IF.

          UNSTRING WS-CALENDAR-LINE DELIMITED BY "="
             INTO WS-CALENDAR-KEY WS-CALENDAR-VALUE
          END-UNSTRING.

          IF FUNCTION TRIM(WS-CALENDAR-KEY) = "HOLIDAY" THEN
             IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                AND WS-CALENDAR-VALUE(1:8) IS NUMERIC
             THEN
                ADD 1 TO WS-HOLIDAY-COUNT
                MOVE WS-CALENDAR-VALUE(1:8)
                   TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
             END-IF
             EXIT PARAGRAPH
          END-IF.

          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             IF FUNCTION TRIM(WS-CALENDAR-KEY)
                = WS-DAY-NAME(WS-CAL-DAY-IDX)
             THEN
                PERFORM 005-APPLY-DAY-VALUE
                EXIT PERFORM
             END-IF
          END-PERFORM.

       005-APPLY-DAY-VALUE.
          IF FUNCTION TRIM(WS-CALENDAR-VALUE) = "CLOSED" THEN
             MOVE 'Y'    TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
             MOVE "0000" TO WS-DAY-OPEN(WS-CAL-DAY-IDX)
             MOVE "0000" TO WS-DAY-CLOSE(WS-CAL-DAY-IDX)
          ELSE
             IF WS-CALENDAR-VALUE(1:4) IS NUMERIC
                AND WS-CALENDAR-VALUE(5:1) = "-"
                AND WS-CALENDAR-VALUE(6:4) IS NUMERIC
             THEN
                MOVE 'N' TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
                MOVE WS-CALENDAR-VALUE(1:4)
                   TO WS-DAY-OPEN(WS-CAL-DAY-IDX)
                MOVE WS-CALENDAR-VALUE(6:4)
                   TO WS-DAY-CLOSE(WS-CAL-DAY-IDX)
             END-IF
          END-IF.

      * Answers WS-OPEN-AT for the moment in WS-AT-TIME, the rule
      * DVD-IDLE's 005-CHECK-OPEN-NOW applies to the wall clock: a
      * listed holiday or a CLOSED weekday is closed all day,
      * otherwise open means open <= HHMM < close. WS-CAL-DOW is
      * left holding the weekday either way.
       005-CHECK-OPEN-AT.
          MOVE 'Y' TO WS-OPEN-AT.
          MOVE WS-AT-TIME(1:8)  TO WS-CAL-DATE.
          MOVE WS-AT-TIME(9:4)  TO WS-CAL-HHMM.
      *   Day 1 of FUNCTION INTEGER-OF-DATE (1601-01-01) was a
      *   Monday, so the day number mod 7 gives 1=MON..6=SAT, 0=SUN.
          COMPUTE WS-CAL-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
          END-COMPUTE.
          COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-JULIAN, 7)
          END-COMPUTE.
          IF WS-CAL-DOW = 0 THEN
             MOVE 7 TO WS-CAL-DOW
          END-IF.
          IF WS-CALENDAR-PRESENT = 'N' THEN
             EXIT PARAGRAPH
          END-IF.

          PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                  UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
             IF WS-HOLIDAY(WS-HOLIDAY-IDX) = WS-AT-TIME(1:8) THEN
                MOVE 'N' TO WS-OPEN-AT
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          IF WS-DAY-CLOSED(WS-CAL-DOW) = 'Y' THEN
             MOVE 'N' TO WS-OPEN-AT
             EXIT PARAGRAPH
          END-IF.
          IF WS-CAL-HHMM < WS-DAY-OPEN(WS-CAL-DOW)
             OR WS-CAL-HHMM >= WS-DAY-CLOSE(WS-CAL-DOW)
          THEN
             MOVE 'N' TO WS-OPEN-AT
          END-IF.

       001-LOAD-ROSTER.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-NOTE-ZONE
                   IF KR-HOST NOT = SPACES
                      AND WS-KIOSK-COUNT < WS-MAX-KIOSKS
                   THEN
                      ADD 1 TO WS-KIOSK-COUNT
                      MOVE KR-HOST
                         TO WS-KIOSK-HOST(WS-KIOSK-COUNT)
                      MOVE KR-NAME
                         TO WS-KIOSK-NAME(WS-KIOSK-COUNT)
                   END-IF
             END-READ
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

       001-READ-SESSIONS.
          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS NOT = "00" THEN
      *      Nothing consolidated yet; the report says so.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-CONSOL-SESSIONS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-TALLY-ONE-SESSION
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

      * One host-stamped SESSION-LOG-RECORD line, the field offsets
      * DVD-FLTREP reads; only DVD-IDLE's activation windows count.
       005-TALLY-ONE-SESSION.
          IF WS-CONSOL-SESSIONS-LINE(22:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          IF WS-REC-PROGRAM NOT = "DVD-IDLE" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          MOVE WS-CONSOL-SESSIONS-LINE(56:6)  TO WS-REC-REASON.
          IF WS-REC-TIMESTAMP(1:8) > WS-CONFIG-TO THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-FIND-HOST.
          MOVE WS-REC-TIMESTAMP TO WS-AT-TIME.
          PERFORM 005-CHECK-OPEN-AT.

          EVALUATE FUNCTION TRIM(WS-REC-EVENT)
          WHEN "STOP"
             MOVE SPACES TO WS-HOST-LAST-STOP(WS-HOST-FOUND)
             IF WS-REC-REASON NOT = "NORMAL" OR WS-OPEN-AT = 'N' THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-REC-TIMESTAMP TO WS-HOST-LAST-STOP(WS-HOST-FOUND)
             IF WS-REC-TIMESTAMP(1:8) < WS-CONFIG-FROM THEN
                EXIT PARAGRAPH
             END-IF
             MOVE WS-REC-TIMESTAMP(9:2) TO WS-HOUR-IDX
             ADD 1 TO WS-HOUR-IDX
             ADD 1 TO WS-HOST-CELL(WS-HOST-FOUND, WS-CAL-DOW,
                WS-HOUR-IDX)
             ADD 1 TO WS-HOST-STOPS(WS-HOST-FOUND)
             ADD 1 TO WS-TOTAL-STOPS
          WHEN "START"
             PERFORM 005-TAKE-IDLE-GAP
             MOVE SPACES TO WS-HOST-LAST-STOP(WS-HOST-FOUND)
          END-EVALUATE.

      *   The quiet spell from the last open-hours interruption to
      *   this START, when both fall on the same open day inside the
      *   window.
       005-TAKE-IDLE-GAP.
          IF WS-HOST-LAST-STOP(WS-HOST-FOUND) = SPACES
             OR WS-OPEN-AT = 'N'
             OR WS-REC-TIMESTAMP(1:8) < WS-CONFIG-FROM
             OR WS-HOST-LAST-STOP(WS-HOST-FOUND)(1:8)
                NOT = WS-REC-TIMESTAMP(1:8)
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-HOST-LAST-STOP(WS-HOST-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-STOP-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          COMPUTE WS-GAP-SECS = WS-CONV-SECS - WS-STOP-SECS
          END-COMPUTE.
          IF WS-GAP-SECS >= 0 THEN
             ADD WS-GAP-SECS TO WS-HOST-IDLE-SECS(WS-HOST-FOUND)
             ADD 1 TO WS-HOST-IDLE-COUNT(WS-HOST-FOUND)
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

      * Locates (creating if first sight) WS-CUR-HOST's table row,
      * leaving its slot in WS-HOST-FOUND.
       005-FIND-HOST.
          MOVE 0 TO WS-HOST-FOUND.
          PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                  UNTIL WS-HOST-IDX > WS-HOST-COUNT
             IF WS-HOST-NAME(WS-HOST-IDX) = WS-CUR-HOST THEN
                MOVE WS-HOST-IDX TO WS-HOST-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HOST-FOUND = 0 THEN
             IF WS-HOST-COUNT >= WS-MAX-HOSTS THEN
                DISPLAY "dvd-lobby: more than " WS-MAX-HOSTS
                   " hosts in consolidated-session.log; aborting "
                   "rather than dropping one from the report"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-HOST-COUNT
             MOVE WS-HOST-COUNT TO WS-HOST-FOUND
             INITIALIZE WS-HOST-ENTRY(WS-HOST-FOUND)
             MOVE WS-CUR-HOST TO WS-HOST-NAME(WS-HOST-FOUND)
             MOVE SPACES TO WS-HOST-LAST-STOP(WS-HOST-FOUND)
          END-IF.

       005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-TIME(1:8)   TO WS-DATE-PART.
          MOVE WS-CONV-TIME(9:2)   TO WS-HOUR-PART.
          MOVE WS-CONV-TIME(11:2)  TO WS-MIN-PART.
          MOVE WS-CONV-TIME(13:2)  TO WS-SEC-PART.

          COMPUTE WS-JULIAN-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-PART)
             END-COMPUTE.
          COMPUTE WS-CONV-SECS =
             WS-JULIAN-DAY * 86400
             + WS-HOUR-PART * 3600
             + WS-MIN-PART * 60
             + WS-SEC-PART
          END-COMPUTE.

      * Report order by interruptions, most first, with a plain
      * exchange sort over the row numbers.
       001-RANK-HOSTS.
          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-HOST-COUNT
             MOVE WS-RANK TO WS-RANK-HOST(WS-RANK)
          END-PERFORM.
          PERFORM VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-HOST-COUNT
             PERFORM VARYING WS-SORT-J FROM 1 BY 1
                     UNTIL WS-SORT-J >= WS-HOST-COUNT
                IF WS-HOST-STOPS(WS-RANK-HOST(WS-SORT-J))
                   < WS-HOST-STOPS(WS-RANK-HOST(WS-SORT-J + 1))
                THEN
                   MOVE WS-RANK-HOST(WS-SORT-J) TO WS-SORT-SWAP
                   MOVE WS-RANK-HOST(WS-SORT-J + 1)
                      TO WS-RANK-HOST(WS-SORT-J)
                   MOVE WS-SORT-SWAP TO WS-RANK-HOST(WS-SORT-J + 1)
                END-IF
             END-PERFORM
          END-PERFORM.

       001-PRINT-SUMMARY.
          MOVE "SUMMARY - OPERATOR INTERRUPTIONS PER KIOSK"
             TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-CALENDAR-PRESENT = 'Y' THEN
             MOVE "  Open hours per site-calendar.dat only."
                TO WS-PRINT-LINE
          ELSE
             MOVE "  No site-calendar.dat: every hour counted."
                TO WS-PRINT-LINE
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-HOST-COUNT = 0 THEN
             MOVE "  No DVD-IDLE sessions in consolidated-session.log;"
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
             MOVE "  run dvd-consol over the gathered logs first."
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "RANK HOST                 INTERRUPTIONS   AVG IDLE  "
                 "BUSIEST HOUR"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-HOST-COUNT
             MOVE WS-RANK-HOST(WS-RANK) TO WS-HOST-IDX
             PERFORM 005-KIOSK-FIGURES
             MOVE WS-RANK TO WS-RANK-DISPLAY
             MOVE WS-HOST-STOPS(WS-HOST-IDX) TO WS-CELL-TOTAL
             MOVE SPACES TO WS-PRINT-LINE
             STRING WS-RANK-DISPLAY "  " WS-HOST-NAME(WS-HOST-IDX)
                    "     " WS-CELL-TOTAL " " WS-AVG-DISPLAY "  "
                    WS-BUSY-DISPLAY
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 005-WRITE-REPORT-LINE
          END-PERFORM.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-TOTAL-STOPS TO WS-CELL-TOTAL.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "     FLEET                    " WS-CELL-TOTAL
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

      *   Average idle time and busiest slot of kiosk WS-HOST-IDX,
      *   into WS-AVG-DISPLAY (and its WS-MIN-DISPLAY/WS-SEC-DISPLAY
      *   parts) and WS-BUSY-DISPLAY.
       005-KIOSK-FIGURES.
          MOVE 0 TO WS-AVG-SECS.
          IF WS-HOST-IDLE-COUNT(WS-HOST-IDX) > 0 THEN
             COMPUTE WS-AVG-SECS ROUNDED =
                WS-HOST-IDLE-SECS(WS-HOST-IDX)
                / WS-HOST-IDLE-COUNT(WS-HOST-IDX)
             END-COMPUTE
          END-IF.
          DIVIDE WS-AVG-SECS BY 60 GIVING WS-AVG-MIN
             REMAINDER WS-AVG-SEC
          END-DIVIDE.
          MOVE WS-AVG-MIN TO WS-MIN-DISPLAY.
          MOVE WS-AVG-SEC TO WS-SEC-DISPLAY.
          IF WS-HOST-IDLE-COUNT(WS-HOST-IDX) = 0 THEN
             MOVE "       n/a" TO WS-AVG-DISPLAY
          ELSE
             MOVE SPACES TO WS-AVG-DISPLAY
             STRING WS-MIN-DISPLAY "m" WS-SEC-DISPLAY "s"
                DELIMITED BY SIZE INTO WS-AVG-DISPLAY
             END-STRING
          END-IF.

          MOVE 0 TO WS-BUSY-COUNT.
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                     UNTIL WS-HOUR-IDX > 24
                IF WS-HOST-CELL(WS-HOST-IDX, WS-CAL-DAY-IDX,
                   WS-HOUR-IDX) > WS-BUSY-COUNT
                THEN
                   MOVE WS-HOST-CELL(WS-HOST-IDX, WS-CAL-DAY-IDX,
                      WS-HOUR-IDX) TO WS-BUSY-COUNT
                   MOVE WS-CAL-DAY-IDX TO WS-BUSY-DAY
                   MOVE WS-HOUR-IDX TO WS-BUSY-HOUR
                END-IF
             END-PERFORM
          END-PERFORM.
          MOVE SPACES TO WS-BUSY-DISPLAY.
          IF WS-BUSY-COUNT = 0 THEN
             MOVE "n/a" TO WS-BUSY-DISPLAY
          ELSE
             SUBTRACT 1 FROM WS-BUSY-HOUR
             MOVE WS-BUSY-COUNT TO WS-CELL
             STRING WS-DAY-NAME(WS-BUSY-DAY) " " WS-BUSY-HOUR ":00 ("
                    FUNCTION TRIM(WS-CELL) ")"
                DELIMITED BY SIZE INTO WS-BUSY-DISPLAY
             END-STRING
          END-IF.

      * One page per kiosk: interruptions by hour down, weekday
      * across. With a calendar, hours no weekday is open in are
      * left off the grid.
       001-PRINT-KIOSK.
          PERFORM 005-FORCE-NEW-PAGE.
          MOVE WS-HOST-NAME(WS-HOST-IDX) TO WS-HOST-LABEL.
          PERFORM VARYING WS-KIOSK-IDX FROM 1 BY 1
                  UNTIL WS-KIOSK-IDX > WS-KIOSK-COUNT
             IF WS-KIOSK-HOST(WS-KIOSK-IDX) = WS-HOST-NAME(WS-HOST-IDX)
             THEN
                MOVE WS-KIOSK-NAME(WS-KIOSK-IDX) TO WS-HOST-LABEL
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "KIOSK " FUNCTION TRIM(WS-HOST-NAME(WS-HOST-IDX))
                 " - " FUNCTION TRIM(WS-HOST-LABEL)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "HOUR     MON     TUE     WED     THU     FRI"
                 "     SAT     SUN     TOTAL"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             MOVE 0 TO WS-DAY-TOTAL(WS-CAL-DAY-IDX)
          END-PERFORM.
          PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                  UNTIL WS-HOUR-IDX > 24
             PERFORM 005-PRINT-HOUR-ROW
          END-PERFORM.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          MOVE "TOTAL" TO WS-PRINT-LINE(1:5).
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             MOVE WS-DAY-TOTAL(WS-CAL-DAY-IDX) TO WS-CELL
             MOVE WS-CELL
                TO WS-PRINT-LINE(6 + (WS-CAL-DAY-IDX - 1) * 8:7)
          END-PERFORM.
          MOVE WS-HOST-STOPS(WS-HOST-IDX) TO WS-CELL-TOTAL.
          MOVE WS-CELL-TOTAL TO WS-PRINT-LINE(62:9).
          PERFORM 005-WRITE-REPORT-LINE.

          PERFORM 005-KIOSK-FIGURES.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          IF WS-HOST-IDLE-COUNT(WS-HOST-IDX) = 0 THEN
             STRING "Average idle before the show started: n/a (no "
                    "idle spell seen)"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          ELSE
             MOVE WS-HOST-IDLE-COUNT(WS-HOST-IDX) TO WS-CELL-TOTAL
             STRING "Average idle before the show started: "
                    FUNCTION TRIM(WS-MIN-DISPLAY) "m " WS-SEC-DISPLAY
                    "s over " FUNCTION TRIM(WS-CELL-TOTAL)
                    " idle spells"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "Busiest hour: " WS-BUSY-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

       005-PRINT-HOUR-ROW.
          MOVE 'N' TO WS-HOUR-SHOWN.
          COMPUTE WS-HOUR-HHMM = (WS-HOUR-IDX - 1) * 100 END-COMPUTE.
          MOVE 0 TO WS-ROW-TOTAL.
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             IF WS-DAY-CLOSED(WS-CAL-DAY-IDX) = 'N'
                AND WS-HOUR-HHMM + 59 >= WS-DAY-OPEN(WS-CAL-DAY-IDX)
                AND WS-HOUR-HHMM < WS-DAY-CLOSE(WS-CAL-DAY-IDX)
             THEN
                MOVE 'Y' TO WS-HOUR-SHOWN
             END-IF
             ADD WS-HOST-CELL(WS-HOST-IDX, WS-CAL-DAY-IDX, WS-HOUR-IDX)
                TO WS-ROW-TOTAL WS-DAY-TOTAL(WS-CAL-DAY-IDX)
          END-PERFORM.
          IF WS-HOUR-SHOWN = 'N' AND WS-ROW-TOTAL = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-PRINT-LINE.
          MOVE WS-HOUR-HHMM(1:2) TO WS-PRINT-LINE(1:2).
          MOVE ":00" TO WS-PRINT-LINE(3:3).
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 7
             MOVE WS-HOST-CELL(WS-HOST-IDX, WS-CAL-DAY-IDX,
                WS-HOUR-IDX) TO WS-CELL
             MOVE WS-CELL
                TO WS-PRINT-LINE(6 + (WS-CAL-DAY-IDX - 1) * 8:7)
          END-PERFORM.
          MOVE WS-ROW-TOTAL TO WS-CELL-TOTAL.
          MOVE WS-CELL-TOTAL TO WS-PRINT-LINE(62:9).
          PERFORM 005-WRITE-REPORT-LINE.

      * Spool plumbing, as DVD-WEEKLY: every line goes through here,
      * and a full page (or a forced break) starts a new numbered
      * heading.
       005-WRITE-REPORT-LINE.
          IF WS-LINE-COUNT >= WS-PAGE-LINES THEN
             PERFORM 005-START-NEW-PAGE
          END-IF.
          MOVE WS-PRINT-LINE TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          ADD 1 TO WS-LINE-COUNT.

       005-START-NEW-PAGE.
          ADD 1 TO WS-PAGE-NUMBER.
          MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
          MOVE SPACES TO WS-REPORT-RECORD.
          STRING "DVD-THINGY LOBBY ENGAGEMENT    " WS-CONFIG-FROM
                 " - " WS-CONFIG-TO "    page " WS-PAGE-DISPLAY
             DELIMITED BY SIZE INTO WS-REPORT-RECORD
          END-STRING.
          WRITE WS-REPORT-RECORD.
          MOVE ALL "=" TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          MOVE SPACES TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          MOVE 3 TO WS-LINE-COUNT.

       005-FORCE-NEW-PAGE.
          MOVE 99 TO WS-LINE-COUNT.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-lobby [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Counts operator interruptions of the DVD-IDLE "
                  "attract rotation per kiosk by hour of day and day "
                  "of week, from consolidated-session.log, with the "
                  "average idle time before the show started. Only "
                  "hours site-calendar.dat has open count."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --from=YYYYMMDD  first day (default: 29 days "
                  "before --to)."
          END-DISPLAY.
          DISPLAY "      --to=YYYYMMDD    last day (default: today)."
          END-DISPLAY.
          DISPLAY "      --output=FILE    file to write (default "
                  "lobby-engagement.txt)."
          END-DISPLAY.

       005-GETOPT-LICENSE.
          DISPLAY "Copyright (C) 2024 " &
                  "ona-li-toki-e-jan-Epiphany-tawa-mi."  END-DISPLAY.
          DISPLAY SPACE                                  END-DISPLAY.
          DISPLAY "This program is free software: you can "            &
                  "redistribute it and/or modify it under the terms "  &
                  "of the GNU General Public License as published by " &
                  "the Free Software Foundation, either version 3 of " &
                  "the License, or (at your option) any later version."
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "This program is distributed in the hope that it "   &
                  "will be useful, but WITHOUT ANY WARRANTY; without " &
                  "even the implied warranty of MERCHANTABILITY or "   &
                  "FITNESS FOR A PARTICULAR PURPOSE. See the GNU "     &
                  "General Public License for more details."
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "You should have received a copy of the GNU General " &
                  "Public License along with this program. If not, "    &
                  "see http://www.gnu.org/licenses/."
          END-DISPLAY.
