       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-WOAGE.
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
      * Aging report over the field-service work orders in
      * work-orders.dat (WORK-ORDER-RECORD.CPY): every order not yet
      * CLOSED, grouped by site and oldest first inside each site,
      * with the days it has been open as of today, a per-site count
      * split into age bands, and the fleet totals at the end. Orders
      * open longer than --overdue days (default 7) are flagged
      * OVERDUE, and the report exits 1 if any are, so a scheduler can
      * chase them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-WORK-ORDERS ASSIGN TO "work-orders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-ORDERS-STATUS.
          SELECT S-AGED ASSIGN TO "dvd-woage-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-WORK-ORDERS.
       COPY "WORK-ORDER-RECORD.CPY".
      *   One open order, keyed by site then age (oldest first).
       SD S-AGED.
       01 WS-AGED-RECORD.
          05 WS-AGED-SITE   PIC X(20).
          05 WS-AGED-DAYS   PIC 9(5).
          05 WS-AGED-NUMBER PIC 9(6).
          05 WS-AGED-HOST   PIC X(20).
          05 WS-AGED-NAME   PIC X(30).
          05 WS-AGED-KIND   PIC X(12).
          05 WS-AGED-STATUS PIC X(10).
          05 WS-AGED-TECH   PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-WORK-ORDERS-STATUS PIC XX.
       01 WS-ORDERS-EOF PIC X.
       01 WS-SORT-EOF   PIC X.
      *   Orders open longer than this many days are OVERDUE;
      *   --overdue=N.
       01 WS-CONFIG-OVERDUE PIC 9(5) VALUE 7.
       01 WS-TODAY-DAY   PIC 9(9).
       01 WS-OPENED-DATE PIC 9(8).
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 4 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   Control-break state for the site being printed, and the
      *   fleet totals. The bands are 0-2, 3-7, 8-30 and over 30 days.
       01 WS-BREAK-SITE     PIC X(20).
       01 WS-BREAK-HAVE-ROW PIC X.
       01 WS-AGE-BANDS.
          05 WS-SITE-BAND  PIC 9(5) OCCURS 4 TIMES.
          05 WS-TOTAL-BAND PIC 9(5) OCCURS 4 TIMES.
       01 WS-BAND-IDX       PIC 9.
       01 WS-SITE-COUNT     PIC 9(5).
       01 WS-TOTAL-OPEN     PIC 9(5) VALUE 0.
       01 WS-TOTAL-OVERDUE  PIC 9(5) VALUE 0.
       01 WS-OVERDUE-FLAG   PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
          END-COMPUTE.
          MOVE ZEROES TO WS-AGE-BANDS.

          DISPLAY "Field-service work-order aging" END-DISPLAY.
          DISPLAY "==============================" END-DISPLAY.
          DISPLAY "As of " FUNCTION CURRENT-DATE(1:8)
             ", overdue after " WS-CONFIG-OVERDUE " days"
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.

          SORT S-AGED
             ON ASCENDING KEY WS-AGED-SITE
             ON DESCENDING KEY WS-AGED-DAYS
             ON ASCENDING KEY WS-AGED-NUMBER
             INPUT PROCEDURE IS 001-RELEASE-OPEN-ORDERS
             OUTPUT PROCEDURE IS 001-PRINT-AGING.

          IF WS-TOTAL-OPEN = 0 THEN
             DISPLAY "No open work orders." END-DISPLAY
             STOP RUN RETURNING 0
          END-IF.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "Fleet: " WS-TOTAL-OPEN " open, "
             WS-TOTAL-OVERDUE " overdue" END-DISPLAY.
          DISPLAY "  0-2 days " WS-TOTAL-BAND(1)
             "  3-7 days " WS-TOTAL-BAND(2)
             "  8-30 days " WS-TOTAL-BAND(3)
             "  over 30 days " WS-TOTAL-BAND(4)
          END-DISPLAY.
          IF WS-TOTAL-OVERDUE > 0 THEN
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
          MOVE "overdue" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1         TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'O'       TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-woage -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-woage 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'O'
                IF FUNCTION NUMVAL(WS-GETOPT-OPT-VAL) > 0 THEN
                   MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                      TO WS-CONFIG-OVERDUE
                END-IF
             END-EVALUATE
          END-PERFORM.

      * Sort input side: every order that isn't CLOSED, aged in whole
      * days from the date it opened.
       001-RELEASE-OPEN-ORDERS.
          OPEN INPUT F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS NOT = "00" THEN
      *      No order file yet means nothing is open.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-ORDERS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-ORDERS-EOF = 'Y'
             READ F-WORK-ORDERS
                AT END
                   MOVE 'Y' TO WS-ORDERS-EOF
                NOT AT END
                   PERFORM 005-RELEASE-ONE-ORDER
             END-READ
          END-PERFORM.
          CLOSE F-WORK-ORDERS.

       005-RELEASE-ONE-ORDER.
          IF WO-STATUS = "CLOSED" OR WO-NUMBER IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-AGED-DAYS.
          IF WO-OPENED(1:8) IS NUMERIC THEN
             MOVE WO-OPENED(1:8) TO WS-OPENED-DATE
             IF FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
                < WS-TODAY-DAY
             THEN
                COMPUTE WS-AGED-DAYS = WS-TODAY-DAY
                   - FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
                END-COMPUTE
             END-IF
          END-IF.
          MOVE WO-SITE          TO WS-AGED-SITE.
          MOVE WO-NUMBER        TO WS-AGED-NUMBER.
          MOVE WO-HOST          TO WS-AGED-HOST.
          MOVE WO-NAME          TO WS-AGED-NAME.
          MOVE WO-KIND          TO WS-AGED-KIND.
          MOVE WO-STATUS        TO WS-AGED-STATUS.
          MOVE WO-TECH          TO WS-AGED-TECH.
          RELEASE WS-AGED-RECORD.
          ADD 1 TO WS-TOTAL-OPEN.

      * Sort output side: a heading per site, a line per order, and
      * the site's band counts when the site changes.
       001-PRINT-AGING.
          MOVE 'N' TO WS-BREAK-HAVE-ROW.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-AGED
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-PRINT-ONE-ORDER
             END-RETURN
          END-PERFORM.
          IF WS-BREAK-HAVE-ROW = 'Y' THEN
             PERFORM 005-CLOSE-SITE
          END-IF.

       005-PRINT-ONE-ORDER.
          IF WS-BREAK-HAVE-ROW = 'Y'
             AND WS-AGED-SITE NOT = WS-BREAK-SITE
          THEN
             PERFORM 005-CLOSE-SITE
             MOVE 'N' TO WS-BREAK-HAVE-ROW
          END-IF.
          IF WS-BREAK-HAVE-ROW = 'N' THEN
             MOVE WS-AGED-SITE TO WS-BREAK-SITE
             MOVE 0 TO WS-SITE-COUNT
             PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 4
                MOVE 0 TO WS-SITE-BAND(WS-BAND-IDX)
             END-PERFORM
             IF WS-AGED-SITE = SPACES THEN
                DISPLAY "(no site):" END-DISPLAY
             ELSE
                DISPLAY FUNCTION TRIM(WS-AGED-SITE) ":" END-DISPLAY
             END-IF
             MOVE 'Y' TO WS-BREAK-HAVE-ROW
          END-IF.

          EVALUATE TRUE
          WHEN WS-AGED-DAYS <= 2
             MOVE 1 TO WS-BAND-IDX
          WHEN WS-AGED-DAYS <= 7
             MOVE 2 TO WS-BAND-IDX
          WHEN WS-AGED-DAYS <= 30
             MOVE 3 TO WS-BAND-IDX
          WHEN OTHER
             MOVE 4 TO WS-BAND-IDX
          END-EVALUATE.
          ADD 1 TO WS-SITE-BAND(WS-BAND-IDX).
          ADD 1 TO WS-TOTAL-BAND(WS-BAND-IDX).
          ADD 1 TO WS-SITE-COUNT.

          IF WS-AGED-DAYS > WS-CONFIG-OVERDUE THEN
             MOVE "OVERDUE" TO WS-OVERDUE-FLAG
             ADD 1 TO WS-TOTAL-OVERDUE
          ELSE
             MOVE SPACES TO WS-OVERDUE-FLAG
          END-IF.
          DISPLAY "  " WS-AGED-NUMBER " " WS-AGED-HOST " "
             WS-AGED-KIND " " WS-AGED-STATUS " " WS-AGED-DAYS
             " days " WS-AGED-TECH " " WS-OVERDUE-FLAG
          END-DISPLAY.

       005-CLOSE-SITE.
          DISPLAY "  -- " WS-SITE-COUNT " open: 0-2 days "
             WS-SITE-BAND(1) ", 3-7 " WS-SITE-BAND(2)
             ", 8-30 " WS-SITE-BAND(3) ", over 30 " WS-SITE-BAND(4)
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-woage [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Aging report of the open field-service work "
                  "orders in work-orders.dat, by site and days "
                  "open, with per-site and fleet counts in 0-2, 3-7, "
                  "8-30 and over-30-day bands. Exits 1 if any order "
                  "is overdue."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --overdue=N  days beyond which an open order "
                  "is flagged OVERDUE (default 7)."
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
