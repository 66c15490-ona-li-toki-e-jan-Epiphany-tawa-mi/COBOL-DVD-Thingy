       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-PNLREP.
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
      * Burn-in warranty watch over the display panel asset master
      * (panel-assets.dat, PANEL-ASSET-RECORD.CPY): lists every
      * installed panel still under warranty whose posted on-hours
      * (DVD-PNLHRS) have reached --hours-pct of its hour limit, or
      * whose warranty ends within --days, soonest expiry first, so
      * a claim can be filed before the window closes. Each line
      * carries the latest screen-coverage percentage DVD-COVER
      * recorded for the panel's host (coverage-history.dat,
      * COVERAGE-HISTORY-RECORD.CPY) since the panel went in - the
      * evidence the vendor asks for. Panels already past their
      * date or hour limit are only counted. Exits 1 if any panel
      * is listed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-PANEL-ASSETS ASSIGN TO "panel-assets.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PANEL-ASSETS-STATUS.
          SELECT F-COVERAGE-HISTORY ASSIGN TO "coverage-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COVERAGE-HISTORY-STATUS.
          SELECT S-WATCH ASSIGN TO "dvd-pnlrep-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-PANEL-ASSETS.
       COPY "PANEL-ASSET-RECORD.CPY".
       FD F-COVERAGE-HISTORY.
       COPY "COVERAGE-HISTORY-RECORD.CPY".
      *   One panel near a warranty limit, soonest expiry first.
       SD S-WATCH.
       01 WS-WATCH-RECORD.
          05 WS-WATCH-DAYS-LEFT PIC 9(5).
          05 WS-WATCH-SERIAL    PIC X(20).
          05 WS-WATCH-HOST      PIC X(20).
          05 WS-WATCH-INSTALLED PIC X(8).
          05 WS-WATCH-END       PIC X(8).
          05 WS-WATCH-HOURS     PIC 9(7)V99.
          05 WS-WATCH-LIMIT     PIC 9(6).
          05 WS-WATCH-USED-PCT  PIC 9(3).
          05 WS-WATCH-REASON    PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-PANEL-ASSETS-STATUS     PIC XX.
       01 WS-COVERAGE-HISTORY-STATUS PIC XX.
       01 WS-EOF      PIC X.
       01 WS-SORT-EOF PIC X.
      *   A panel is listed when its hours reach this share of the
      *   limit (--hours-pct=N) or its warranty ends within this
      *   many days (--days=N).
       01 WS-CONFIG-HOURS-PCT PIC 9(3) VALUE 90.
       01 WS-CONFIG-DAYS      PIC 9(5) VALUE 60.
       01 WS-TODAY      PIC X(8).
       01 WS-TODAY-DAY  PIC 9(9).
       01 WS-END-DAY    PIC 9(9).
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 5 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   The latest coverage measurement per host.
       78 WS-MAX-COVERAGE VALUE 200.
       01 WS-COVERAGE-TABLE.
          05 WS-COVERAGE-ENTRY OCCURS WS-MAX-COVERAGE TIMES.
             10 WS-COVERAGE-HOST  PIC X(20).
             10 WS-COVERAGE-STAMP PIC X(14).
             10 WS-COVERAGE-PCT   PIC 9(3).
       01 WS-COVERAGE-COUNT PIC 999 VALUE 0.
       01 WS-COVERAGE-IDX   PIC 999.
       01 WS-COVERAGE-FOUND PIC 999.
      *   Counts for the closing summary.
       01 WS-INSTALLED-COUNT PIC 9(5) VALUE 0.
       01 WS-WATCH-COUNT     PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT    PIC 9(5) VALUE 0.
      *   Report formatting.
       01 WS-HOURS-DISPLAY PIC Z(6)9.99.
       01 WS-LIMIT-DISPLAY PIC Z(5)9.
       01 WS-PCT-DISPLAY   PIC ZZ9.
       01 WS-DAYS-DISPLAY  PIC Z(4)9.
       01 WS-COVER-TEXT    PIC X(25).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY))
          END-COMPUTE.
          PERFORM 001-LOAD-COVERAGE.

          DISPLAY "Display panel warranty watch" END-DISPLAY.
          DISPLAY "============================" END-DISPLAY.
          DISPLAY "As of " WS-TODAY ": hours at " WS-CONFIG-HOURS-PCT
             "% of limit or warranty ending within "
             WS-CONFIG-DAYS " days"
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.

          SORT S-WATCH
             ON ASCENDING KEY WS-WATCH-DAYS-LEFT
             ON ASCENDING KEY WS-WATCH-SERIAL
             INPUT PROCEDURE IS 001-RELEASE-NEAR-PANELS
             OUTPUT PROCEDURE IS 001-PRINT-WATCH.

          IF WS-WATCH-COUNT = 0 THEN
             DISPLAY "No panels near a warranty limit." END-DISPLAY
          END-IF.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY WS-INSTALLED-COUNT " installed, " WS-WATCH-COUNT
             " near a limit, " WS-LAPSED-COUNT
             " already out of warranty"
          END-DISPLAY.
          IF WS-WATCH-COUNT > 0 THEN
             STOP RUN RETURNING 1
          END-IF.
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
          MOVE "hours-pct" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1           TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'P'         TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "days" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'D'    TO WS-GETOPT-LONGOPTION-RETURN(5).

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
                DISPLAY "Try 'dvd-pnlrep -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-pnlrep 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'P'
                IF FUNCTION NUMVAL(WS-GETOPT-OPT-VAL) > 0
                   AND FUNCTION NUMVAL(WS-GETOPT-OPT-VAL) <= 100
                THEN
                   MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                      TO WS-CONFIG-HOURS-PCT
                END-IF
             WHEN = 'D'
                MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                   TO WS-CONFIG-DAYS
             END-EVALUATE
          END-PERFORM.

      * Keeps the newest measurement per host; the history is in
      * run order, so a later line simply replaces an earlier one.
       001-LOAD-COVERAGE.
          OPEN INPUT F-COVERAGE-HISTORY.
          IF WS-COVERAGE-HISTORY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-COVERAGE-HISTORY
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF CV-HOST NOT = SPACES AND CV-PCT IS NUMERIC
                   THEN
                      PERFORM 005-KEEP-COVERAGE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-COVERAGE-HISTORY.

       005-KEEP-COVERAGE.
          MOVE 0 TO WS-COVERAGE-FOUND.
          PERFORM VARYING WS-COVERAGE-IDX FROM 1 BY 1
                  UNTIL WS-COVERAGE-IDX > WS-COVERAGE-COUNT
             IF WS-COVERAGE-HOST(WS-COVERAGE-IDX) = CV-HOST THEN
                MOVE WS-COVERAGE-IDX TO WS-COVERAGE-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-COVERAGE-FOUND = 0 THEN
             IF WS-COVERAGE-COUNT >= WS-MAX-COVERAGE THEN
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-COVERAGE-COUNT
             MOVE WS-COVERAGE-COUNT TO WS-COVERAGE-FOUND
             MOVE CV-HOST TO WS-COVERAGE-HOST(WS-COVERAGE-FOUND)
          END-IF.
          IF CV-STAMP >= WS-COVERAGE-STAMP(WS-COVERAGE-FOUND) THEN
             MOVE CV-STAMP TO WS-COVERAGE-STAMP(WS-COVERAGE-FOUND)
             MOVE CV-PCT   TO WS-COVERAGE-PCT(WS-COVERAGE-FOUND)
          END-IF.

      * Sort input side: every installed panel still under warranty
      * that is near either limit.
       001-RELEASE-NEAR-PANELS.
          OPEN INPUT F-PANEL-ASSETS.
          IF WS-PANEL-ASSETS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-PANEL-ASSETS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF PA-HOST NOT = SPACES AND PA-REMOVED = SPACES
                   THEN
                      ADD 1 TO WS-INSTALLED-COUNT
                      PERFORM 005-JUDGE-PANEL
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PANEL-ASSETS.

       005-JUDGE-PANEL.
          IF PA-WARRANTY-END IS NOT NUMERIC
             OR PA-HOUR-LIMIT IS NOT NUMERIC OR PA-HOUR-LIMIT = 0
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF PA-WARRANTY-END < WS-TODAY
             OR PA-ON-HOURS >= PA-HOUR-LIMIT
          THEN
             ADD 1 TO WS-LAPSED-COUNT
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(PA-WARRANTY-END))
          END-COMPUTE.
          MOVE SPACES TO WS-WATCH-RECORD.
          COMPUTE WS-WATCH-DAYS-LEFT = WS-END-DAY - WS-TODAY-DAY
          END-COMPUTE.
          COMPUTE WS-WATCH-USED-PCT = PA-ON-HOURS * 100 / PA-HOUR-LIMIT
          END-COMPUTE.
          EVALUATE TRUE
          WHEN WS-WATCH-USED-PCT >= WS-CONFIG-HOURS-PCT
             AND WS-WATCH-DAYS-LEFT <= WS-CONFIG-DAYS
             MOVE "HOURS+DATE" TO WS-WATCH-REASON
          WHEN WS-WATCH-USED-PCT >= WS-CONFIG-HOURS-PCT
             MOVE "HOURS" TO WS-WATCH-REASON
          WHEN WS-WATCH-DAYS-LEFT <= WS-CONFIG-DAYS
             MOVE "DATE" TO WS-WATCH-REASON
          WHEN OTHER
             EXIT PARAGRAPH
          END-EVALUATE.
          MOVE PA-SERIAL       TO WS-WATCH-SERIAL.
          MOVE PA-HOST         TO WS-WATCH-HOST.
          MOVE PA-INSTALLED    TO WS-WATCH-INSTALLED.
          MOVE PA-WARRANTY-END TO WS-WATCH-END.
          MOVE PA-ON-HOURS     TO WS-WATCH-HOURS.
          MOVE PA-HOUR-LIMIT   TO WS-WATCH-LIMIT.
          RELEASE WS-WATCH-RECORD.

       001-PRINT-WATCH.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-WATCH
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-PRINT-ONE-PANEL
             END-RETURN
          END-PERFORM.

      * The coverage shown is the host's latest measurement, as long
      * as it was taken after this panel went in.
       005-PRINT-ONE-PANEL.
          ADD 1 TO WS-WATCH-COUNT.
          MOVE "no coverage since install" TO WS-COVER-TEXT.
          PERFORM VARYING WS-COVERAGE-IDX FROM 1 BY 1
                  UNTIL WS-COVERAGE-IDX > WS-COVERAGE-COUNT
             IF WS-COVERAGE-HOST(WS-COVERAGE-IDX) = WS-WATCH-HOST
             THEN
                IF WS-COVERAGE-STAMP(WS-COVERAGE-IDX)(1:8)
                   >= WS-WATCH-INSTALLED
                THEN
                   MOVE WS-COVERAGE-PCT(WS-COVERAGE-IDX)
                      TO WS-PCT-DISPLAY
                   MOVE SPACES TO WS-COVER-TEXT
                   STRING "coverage " WS-PCT-DISPLAY "% on "
                      WS-COVERAGE-STAMP(WS-COVERAGE-IDX)(1:8)
                      DELIMITED BY SIZE
                      INTO WS-COVER-TEXT
                   END-STRING
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE WS-WATCH-HOURS     TO WS-HOURS-DISPLAY.
          MOVE WS-WATCH-LIMIT     TO WS-LIMIT-DISPLAY.
          MOVE WS-WATCH-USED-PCT  TO WS-PCT-DISPLAY.
          MOVE WS-WATCH-DAYS-LEFT TO WS-DAYS-DISPLAY.
          DISPLAY "  " WS-WATCH-REASON WS-WATCH-SERIAL " "
             WS-WATCH-HOST
          END-DISPLAY.
          DISPLAY "      " WS-HOURS-DISPLAY "h of " WS-LIMIT-DISPLAY
             "h (" WS-PCT-DISPLAY "%)  warranty ends "
             WS-WATCH-END " (" FUNCTION TRIM(WS-DAYS-DISPLAY)
             " days)  " WS-COVER-TEXT
          END-DISPLAY.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-pnlrep [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Lists the installed display panels in "
                  "panel-assets.dat that are near their burn-in "
                  "warranty hour limit or expiry date, soonest "
                  "expiry first, with the latest dvd-cover coverage "
                  "percentage recorded for each since it went in. "
                  "Exits 1 if any panel is listed."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --hours-pct=N  list panels whose hours have "
                  "reached N% of the limit (default 90)."
          END-DISPLAY.
          DISPLAY "      --days=N     list panels whose warranty ends "
                  "within N days (default 60)."
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
