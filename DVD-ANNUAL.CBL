       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-ANNUAL.
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
      * The year-end corner-hit statement: for the chosen year, a
      * 12-month by 4-corner matrix with month and corner totals,
      * and beside each month the same month of the prior year with
      * the change and percent change. Under the matrix come the
      * corner totals of both years, each corner's share of the
      * year, and the year's best and worst months.
      *
      * Each year is read from the yearly history master
      * (yearly-summary.dat, YEARLY-SUMMARY-RECORD.CPY) when dvd-rollov
      * has closed it there; otherwise from monthly-summary.dat, with
      * daily-summary.dat filling in the months not yet rolled - so
      * the open year prints as a year-to-date statement. A month with
      * no history held is starred, and left out of best and worst.
      * Output goes to annual-statement.txt (or --output=FILE), 132
      * columns wide for the printer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-YEARLY-SUMMARY ASSIGN TO "yearly-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEARLY-SUMMARY-STATUS.
          SELECT F-MONTHLY-SUMMARY ASSIGN TO "monthly-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MONTHLY-SUMMARY-STATUS.
          SELECT F-DAILY-SUMMARY ASSIGN TO "daily-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DAILY-SUMMARY-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-YEARLY-SUMMARY.
       COPY "YEARLY-SUMMARY-RECORD.CPY".
       FD F-MONTHLY-SUMMARY.
       COPY "MONTHLY-SUMMARY-RECORD.CPY".
       FD F-DAILY-SUMMARY.
       COPY "DAILY-SUMMARY-RECORD.CPY".
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-YEARLY-SUMMARY-STATUS  PIC XX.
       01 WS-MONTHLY-SUMMARY-STATUS PIC XX.
       01 WS-DAILY-SUMMARY-STATUS   PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "annual-statement.txt".
       01 WS-EOF PIC X.
      *   The statement year; --year=YYYY, default the year just
      *   closed.
       01 WS-CONFIG-YEAR PIC 9(4) VALUE 0.
       01 WS-TODAY       PIC X(8).
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
      *   The statement year (1) and the year before it (2), each a
      *   month-by-corner matrix; corners run TL, TR, BL, BR.
       01 WS-STMT-YEARS.
          05 WS-SY OCCURS 2 TIMES.
             10 WS-SY-YEAR   PIC 9(4).
             10 WS-SY-SOURCE PIC X(50).
             10 WS-SY-MONTH OCCURS 12 TIMES.
                15 WS-SY-HELD  PIC X.
                15 WS-SY-COUNT PIC 9(9) OCCURS 4 TIMES.
             10 WS-SY-CORNER-TOTAL PIC 9(10) OCCURS 4 TIMES.
             10 WS-SY-MONTH-TOTAL  PIC 9(10) OCCURS 12 TIMES.
             10 WS-SY-TOTAL        PIC 9(11).
       01 WS-SY-IDX     PIC 9.
       01 WS-MONTH-IDX  PIC 99.
       01 WS-CORNER-IDX PIC 9.
      *   Months the monthly master held for the year being loaded;
      *   daily rows only fill the others.
       01 WS-MONTHLY-HELD PIC X OCCURS 12 TIMES.
       01 WS-FOUND PIC X.
       01 WS-MONTH-NAMES PIC X(36)
          VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-BEST-IDX   PIC 99.
       01 WS-WORST-IDX  PIC 99.
       01 WS-CHANGE     PIC S9(11).
       01 WS-PCT        PIC S9(7)V9.
       01 WS-PART       PIC 9(11).
       01 WS-WHOLE      PIC 9(11).
       01 WS-HAVE-STAR  PIC X VALUE 'N'.
      *   Print line and its formatted cells.
       01 WS-PRINT-LINE  PIC X(132).
       01 WS-LABEL       PIC X(10).
       01 WS-CELL-1      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-2      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-3      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-4      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-5      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-PRIOR  PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-CHANGE PIC +,+++,+++,++9.
       01 WS-CELL-PCT    PIC X(10).
       01 WS-PCT-EDIT    PIC +(6)9.9.
       01 WS-SHARE-EDIT  PIC ZZ9.9.
       01 WS-SHARE-CELLS.
          05 WS-SHARE-CELL PIC X(13) OCCURS 4 TIMES.
       01 WS-YEAR-EDIT   PIC 9(4).
       01 WS-PRIOR-EDIT  PIC 9(4).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          PERFORM 001-GETOPT.
          IF WS-CONFIG-YEAR = 0 THEN
             COMPUTE WS-CONFIG-YEAR = FUNCTION NUMVAL(WS-TODAY(1:4))
                - 1
             END-COMPUTE
          END-IF.

          MOVE WS-CONFIG-YEAR TO WS-SY-YEAR(1).
          COMPUTE WS-SY-YEAR(2) = WS-CONFIG-YEAR - 1 END-COMPUTE.
          PERFORM VARYING WS-SY-IDX FROM 1 BY 1 UNTIL WS-SY-IDX > 2
             PERFORM 001-LOAD-YEAR
          END-PERFORM.

          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-annual: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-PRINT-HEADING.
          PERFORM 001-PRINT-MATRIX.
          PERFORM 001-PRINT-TOTALS.
          PERFORM 001-PRINT-BEST-WORST.
          CLOSE F-REPORT.

          DISPLAY "dvd-annual: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " for " WS-SY-YEAR(1) " (" WS-SY-TOTAL(1) " hits; "
             WS-SY-YEAR(2) ": " WS-SY-TOTAL(2) ")"
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
          MOVE "year" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'Y'    TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "output" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1        TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'O'      TO WS-GETOPT-LONGOPTION-RETURN(5).

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
                DISPLAY "Try 'dvd-annual -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-annual 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'Y'
                IF WS-GETOPT-OPT-VAL(1:4) IS NUMERIC
                   AND WS-GETOPT-OPT-VAL(5:1) = X"00"
                THEN
                   MOVE WS-GETOPT-OPT-VAL(1:4) TO WS-CONFIG-YEAR
                ELSE
                   DISPLAY "dvd-annual: --year must be YYYY"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             WHEN = 'O'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-REPORT-PATH
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      * Fills WS-SY(WS-SY-IDX): the yearly master's row when the year
      * is closed there, else the monthly rows topped up with daily
      * rows for the months not yet rolled.
       001-LOAD-YEAR.
          MOVE SPACES TO WS-SY-SOURCE(WS-SY-IDX).
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             MOVE 'N' TO WS-SY-HELD(WS-SY-IDX, WS-MONTH-IDX)
             MOVE 'N' TO WS-MONTHLY-HELD(WS-MONTH-IDX)
             PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                     UNTIL WS-CORNER-IDX > 4
                MOVE 0 TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX,
                   WS-CORNER-IDX)
             END-PERFORM
          END-PERFORM.
          MOVE WS-SY-YEAR(WS-SY-IDX) TO WS-YEAR-EDIT.

          MOVE 'N' TO WS-FOUND.
          OPEN INPUT F-YEARLY-SUMMARY.
          IF WS-YEARLY-SUMMARY-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-YEARLY-SUMMARY
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF YS-YEAR = WS-YEAR-EDIT THEN
                         PERFORM 005-TAKE-YEARLY-ROW
                         MOVE 'Y' TO WS-FOUND
                         MOVE 'Y' TO WS-EOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-YEARLY-SUMMARY
          END-IF.
          IF WS-FOUND = 'Y' THEN
             MOVE "yearly-summary.dat" TO WS-SY-SOURCE(WS-SY-IDX)
             PERFORM 005-TOTAL-YEAR
             EXIT PARAGRAPH
          END-IF.

          OPEN INPUT F-MONTHLY-SUMMARY.
          IF WS-MONTHLY-SUMMARY-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-MONTHLY-SUMMARY
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF MS-MONTH(1:4) = WS-YEAR-EDIT
                         AND MS-MONTH(5:2) IS NUMERIC
                      THEN
                         PERFORM 005-TAKE-MONTHLY-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-MONTHLY-SUMMARY
          END-IF.

          OPEN INPUT F-DAILY-SUMMARY.
          IF WS-DAILY-SUMMARY-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-DAILY-SUMMARY
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF DS-DATE(1:4) = WS-YEAR-EDIT
                         AND DS-DATE(5:2) IS NUMERIC
                      THEN
                         PERFORM 005-TAKE-DAILY-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-DAILY-SUMMARY
          END-IF.

          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             IF WS-SY-HELD(WS-SY-IDX, WS-MONTH-IDX) = 'Y' THEN
                MOVE "monthly-summary.dat / daily-summary.dat"
                   TO WS-SY-SOURCE(WS-SY-IDX)
             END-IF
          END-PERFORM.
          IF WS-SY-SOURCE(WS-SY-IDX) = SPACES THEN
             MOVE "no history held" TO WS-SY-SOURCE(WS-SY-IDX)
          END-IF.
          PERFORM 005-TOTAL-YEAR.

       005-TAKE-YEARLY-ROW.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             MOVE YS-HELD(WS-MONTH-IDX)
                TO WS-SY-HELD(WS-SY-IDX, WS-MONTH-IDX)
             MOVE YS-MONTH-TL(WS-MONTH-IDX)
                TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 1)
             MOVE YS-MONTH-TR(WS-MONTH-IDX)
                TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 2)
             MOVE YS-MONTH-BL(WS-MONTH-IDX)
                TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 3)
             MOVE YS-MONTH-BR(WS-MONTH-IDX)
                TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 4)
          END-PERFORM.

       005-TAKE-MONTHLY-ROW.
          MOVE MS-MONTH(5:2) TO WS-MONTH-IDX.
          IF WS-MONTH-IDX < 1 OR WS-MONTH-IDX > 12 THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-MONTHLY-HELD(WS-MONTH-IDX).
          MOVE 'Y' TO WS-SY-HELD(WS-SY-IDX, WS-MONTH-IDX).
          ADD MS-COUNT-TL TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 1).
          ADD MS-COUNT-TR TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 2).
          ADD MS-COUNT-BL TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 3).
          ADD MS-COUNT-BR TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 4).

      *   Daily rows of a month the monthly master already holds were
      *   rolled into it; only the others count.
       005-TAKE-DAILY-ROW.
          MOVE DS-DATE(5:2) TO WS-MONTH-IDX.
          IF WS-MONTH-IDX < 1 OR WS-MONTH-IDX > 12 THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-MONTHLY-HELD(WS-MONTH-IDX) = 'Y' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-SY-HELD(WS-SY-IDX, WS-MONTH-IDX).
          ADD DS-COUNT-TL TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 1).
          ADD DS-COUNT-TR TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 2).
          ADD DS-COUNT-BL TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 3).
          ADD DS-COUNT-BR TO WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX, 4).

       005-TOTAL-YEAR.
          MOVE 0 TO WS-SY-TOTAL(WS-SY-IDX).
          PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                  UNTIL WS-CORNER-IDX > 4
             MOVE 0 TO WS-SY-CORNER-TOTAL(WS-SY-IDX, WS-CORNER-IDX)
          END-PERFORM.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             MOVE 0 TO WS-SY-MONTH-TOTAL(WS-SY-IDX, WS-MONTH-IDX)
             PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                     UNTIL WS-CORNER-IDX > 4
                ADD WS-SY-COUNT(WS-SY-IDX, WS-MONTH-IDX,
                   WS-CORNER-IDX)
                   TO WS-SY-MONTH-TOTAL(WS-SY-IDX, WS-MONTH-IDX)
                      WS-SY-CORNER-TOTAL(WS-SY-IDX, WS-CORNER-IDX)
                      WS-SY-TOTAL(WS-SY-IDX)
             END-PERFORM
          END-PERFORM.

       001-PRINT-HEADING.
          MOVE WS-SY-YEAR(1) TO WS-YEAR-EDIT.
          MOVE WS-SY-YEAR(2) TO WS-PRIOR-EDIT.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "DVD-THINGY ANNUAL CORNER-HIT STATEMENT    year "
                 WS-YEAR-EDIT
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          IF WS-YEAR-EDIT >= WS-TODAY(1:4) THEN
             MOVE "(year to date)" TO WS-PRINT-LINE(54:14)
          END-IF.
          STRING "prepared " WS-TODAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE(115:17)
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "=" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " WS-YEAR-EDIT " from "
                 FUNCTION TRIM(WS-SY-SOURCE(1)) ";  " WS-PRIOR-EDIT
                 " from " FUNCTION TRIM(WS-SY-SOURCE(2))
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

          MOVE SPACES TO WS-PRINT-LINE.
          STRING "MONTH        "
                 "           TL           TR           BL"
                 "           BR        TOTAL"
                 "  |    " WS-PRIOR-EDIT " TOTAL"
                 "       CHANGE    PCT CHG"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

       001-PRINT-MATRIX.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             MOVE SPACES TO WS-LABEL
             MOVE WS-MONTH-NAMES((WS-MONTH-IDX - 1) * 3 + 1:3)
                TO WS-LABEL
             IF WS-SY-HELD(1, WS-MONTH-IDX) = 'N' THEN
                MOVE "*" TO WS-LABEL(4:1)
                MOVE 'Y' TO WS-HAVE-STAR
             END-IF
             MOVE WS-SY-COUNT(1, WS-MONTH-IDX, 1) TO WS-CELL-1
             MOVE WS-SY-COUNT(1, WS-MONTH-IDX, 2) TO WS-CELL-2
             MOVE WS-SY-COUNT(1, WS-MONTH-IDX, 3) TO WS-CELL-3
             MOVE WS-SY-COUNT(1, WS-MONTH-IDX, 4) TO WS-CELL-4
             MOVE WS-SY-MONTH-TOTAL(1, WS-MONTH-IDX) TO WS-CELL-5
                                                         WS-PART
             MOVE WS-SY-MONTH-TOTAL(2, WS-MONTH-IDX) TO WS-WHOLE
             PERFORM 005-PRINT-MATRIX-ROW
          END-PERFORM.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

          MOVE "TOTAL" TO WS-LABEL.
          MOVE WS-SY-CORNER-TOTAL(1, 1) TO WS-CELL-1.
          MOVE WS-SY-CORNER-TOTAL(1, 2) TO WS-CELL-2.
          MOVE WS-SY-CORNER-TOTAL(1, 3) TO WS-CELL-3.
          MOVE WS-SY-CORNER-TOTAL(1, 4) TO WS-CELL-4.
          MOVE WS-SY-TOTAL(1) TO WS-CELL-5 WS-PART.
          MOVE WS-SY-TOTAL(2) TO WS-WHOLE.
          PERFORM 005-PRINT-MATRIX-ROW.

      *   One matrix row from WS-LABEL and WS-CELL-1 to 5, with the
      *   prior year's figure (WS-WHOLE) against this year's
      *   (WS-PART) beside it; a starred month, with no history
      *   held, has no change to show.
       005-PRINT-MATRIX-ROW.
          MOVE WS-WHOLE TO WS-CELL-PRIOR.
          COMPUTE WS-CHANGE = WS-PART - WS-WHOLE END-COMPUTE.
          MOVE WS-CHANGE TO WS-CELL-CHANGE.
          PERFORM 005-FORMAT-PCT-CHANGE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING WS-LABEL "   " WS-CELL-1 WS-CELL-2 WS-CELL-3
                 WS-CELL-4 WS-CELL-5 "  | " WS-CELL-PRIOR
                 WS-CELL-CHANGE " " WS-CELL-PCT
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          IF WS-LABEL(4:1) = "*" THEN
             MOVE SPACES TO WS-PRINT-LINE(96:)
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.

      *   Percent change of WS-PART over WS-WHOLE; n/a from nothing.
       005-FORMAT-PCT-CHANGE.
          IF WS-WHOLE = 0 THEN
             MOVE "       n/a" TO WS-CELL-PCT
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-PCT ROUNDED = (WS-PART - WS-WHOLE) * 100
             / WS-WHOLE
             ON SIZE ERROR
                MOVE 9999999.9 TO WS-PCT
          END-COMPUTE.
          MOVE WS-PCT TO WS-PCT-EDIT.
          MOVE SPACES TO WS-CELL-PCT.
          STRING WS-PCT-EDIT "%" DELIMITED BY SIZE INTO WS-CELL-PCT
          END-STRING.

      * Corner totals of both years with their change, and each
      * corner's share of the statement year.
       001-PRINT-TOTALS.
          MOVE WS-PRIOR-EDIT TO WS-LABEL.
          MOVE WS-SY-CORNER-TOTAL(2, 1) TO WS-CELL-1.
          MOVE WS-SY-CORNER-TOTAL(2, 2) TO WS-CELL-2.
          MOVE WS-SY-CORNER-TOTAL(2, 3) TO WS-CELL-3.
          MOVE WS-SY-CORNER-TOTAL(2, 4) TO WS-CELL-4.
          MOVE WS-SY-TOTAL(2) TO WS-CELL-5.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING WS-LABEL "   " WS-CELL-1 WS-CELL-2 WS-CELL-3
                 WS-CELL-4 WS-CELL-5
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

          MOVE "CHANGE" TO WS-LABEL.
          MOVE SPACES TO WS-PRINT-LINE.
          MOVE WS-LABEL TO WS-PRINT-LINE(1:10).
          PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                  UNTIL WS-CORNER-IDX > 4
             COMPUTE WS-CHANGE = WS-SY-CORNER-TOTAL(1, WS-CORNER-IDX)
                - WS-SY-CORNER-TOTAL(2, WS-CORNER-IDX)
             END-COMPUTE
             MOVE WS-CHANGE TO WS-CELL-CHANGE
             MOVE WS-CELL-CHANGE
                TO WS-PRINT-LINE(14 + (WS-CORNER-IDX - 1) * 13:13)
          END-PERFORM.
          COMPUTE WS-CHANGE = WS-SY-TOTAL(1) - WS-SY-TOTAL(2)
          END-COMPUTE.
          MOVE WS-CHANGE TO WS-CELL-CHANGE.
          MOVE WS-CELL-CHANGE TO WS-PRINT-LINE(66:13).
          PERFORM 005-WRITE-REPORT-LINE.

          MOVE "PCT CHG" TO WS-PRINT-LINE.
          PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                  UNTIL WS-CORNER-IDX > 4
             MOVE WS-SY-CORNER-TOTAL(1, WS-CORNER-IDX) TO WS-PART
             MOVE WS-SY-CORNER-TOTAL(2, WS-CORNER-IDX) TO WS-WHOLE
             PERFORM 005-FORMAT-PCT-CHANGE
             MOVE WS-CELL-PCT
                TO WS-PRINT-LINE(17 + (WS-CORNER-IDX - 1) * 13:10)
          END-PERFORM.
          MOVE WS-SY-TOTAL(1) TO WS-PART.
          MOVE WS-SY-TOTAL(2) TO WS-WHOLE.
          PERFORM 005-FORMAT-PCT-CHANGE.
          MOVE WS-CELL-PCT TO WS-PRINT-LINE(69:10).
          PERFORM 005-WRITE-REPORT-LINE.

          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-SHARE-CELLS.
          PERFORM VARYING WS-CORNER-IDX FROM 1 BY 1
                  UNTIL WS-CORNER-IDX > 4
             IF WS-SY-TOTAL(1) = 0 THEN
                MOVE "          n/a" TO WS-SHARE-CELL(WS-CORNER-IDX)
             ELSE
                COMPUTE WS-PCT ROUNDED =
                   WS-SY-CORNER-TOTAL(1, WS-CORNER-IDX) * 100
                   / WS-SY-TOTAL(1)
                END-COMPUTE
                MOVE WS-PCT TO WS-SHARE-EDIT
                STRING "       " WS-SHARE-EDIT "%"
                   DELIMITED BY SIZE
                   INTO WS-SHARE-CELL(WS-CORNER-IDX)
                END-STRING
             END-IF
          END-PERFORM.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "SHARE        " WS-SHARE-CELLS
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          IF WS-SY-TOTAL(1) NOT = 0 THEN
             MOVE "       100.0%" TO WS-PRINT-LINE(66:13)
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.

      * Best and worst months of the statement year, by total, among
      * the months history is held for; ties go to the earlier month.
       001-PRINT-BEST-WORST.
          MOVE 0 TO WS-BEST-IDX WS-WORST-IDX.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             IF WS-SY-HELD(1, WS-MONTH-IDX) = 'Y' THEN
                IF WS-BEST-IDX = 0 THEN
                   MOVE WS-MONTH-IDX TO WS-BEST-IDX WS-WORST-IDX
                END-IF
                IF WS-SY-MONTH-TOTAL(1, WS-MONTH-IDX)
                   > WS-SY-MONTH-TOTAL(1, WS-BEST-IDX)
                THEN
                   MOVE WS-MONTH-IDX TO WS-BEST-IDX
                END-IF
                IF WS-SY-MONTH-TOTAL(1, WS-MONTH-IDX)
                   < WS-SY-MONTH-TOTAL(1, WS-WORST-IDX)
                THEN
                   MOVE WS-MONTH-IDX TO WS-WORST-IDX
                END-IF
             END-IF
          END-PERFORM.

          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-BEST-IDX = 0 THEN
             MOVE "Best month:   n/a (no months held)"
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
             MOVE "Worst month:  n/a (no months held)"
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          ELSE
             MOVE WS-SY-MONTH-TOTAL(1, WS-BEST-IDX) TO WS-CELL-1
             MOVE WS-SY-MONTH-TOTAL(1, WS-WORST-IDX) TO WS-CELL-2
             MOVE SPACES TO WS-PRINT-LINE
             STRING "Best month:   "
                    WS-MONTH-NAMES((WS-BEST-IDX - 1) * 3 + 1:3)
                    WS-CELL-1 " hits"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 005-WRITE-REPORT-LINE
             MOVE SPACES TO WS-PRINT-LINE
             STRING "Worst month:  "
                    WS-MONTH-NAMES((WS-WORST-IDX - 1) * 3 + 1:3)
                    WS-CELL-2 " hits"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.
          IF WS-HAVE-STAR = 'Y' THEN
             MOVE SPACES TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
             MOVE "* no history held for this month" TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-WRITE-REPORT-LINE.
          MOVE WS-PRINT-LINE TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-annual [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Produces the year-end corner-hit statement: a "
                  "month-by-corner matrix for the year with month "
                  "and corner totals, the prior year's months beside "
                  "it with change and percent change, each corner's "
                  "share of the year, and the best and worst months."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --year=YYYY    statement year (default: "
                  "last year)."
          END-DISPLAY.
          DISPLAY "      --output=FILE  file to write (default "
                  "annual-statement.txt)."
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
