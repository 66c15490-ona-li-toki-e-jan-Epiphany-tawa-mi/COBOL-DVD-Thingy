       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-BILL.
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
      * Monthly chargeback invoice run: bills each site (KR-SITE in
      * kiosk-roster.dat) for the in-service display units in its
      * lobby, priced from the rate master (chargeback-rates.dat,
      * CHARGEBACK-RATE-RECORD.CPY) at the rate in force on the first
      * day of the billed month. Every unit carries the monthly base
      * fee, a charge for each hour it was covered - the START/STOP
      * pairs in consolidated-session.log, clipped to the month, the
      * same pairing DVD-AVAIL does - and a credit for each hour its
      * coverage fell below the rate's SLA target of its expected
      * open hours. Expected hours are worked out exactly as
      * DVD-AVAIL does: the roster's hours on the days the site
      * calendar has open, less any booked planned-outage windows.
      * Sessions are read in each unit's local time (the roster's
      * time zone), though the consolidated log is stamped in UTC.
      *
      * The report prints one invoice section per site with a line
      * per kiosk and a site total. The same lines go to a flat
      * invoice-detail file for the finance system
      * (invoice-detail.YYYYMM.dat, INVOICE-DETAIL-RECORD.CPY), and
      * the run registers itself in batch-control.dat with the
      * billed month as its mark; a month already registered is
      * refused without --force, so nobody bills the same month
      * twice by rerunning the job.
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
          SELECT F-PLANNED-OUTAGE ASSIGN TO "planned-outage.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLANNED-OUTAGE-STATUS.
          SELECT F-RATES ASSIGN TO "chargeback-rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATES-STATUS.
      *   ASSIGN DYNAMIC: one detail file per billed month.
          SELECT F-INVOICE-DETAIL ASSIGN DYNAMIC WS-INVOICE-DETAIL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-DETAIL-STATUS.
      *   Shared run-accounting master; see BATCH-CONTROL-RECORD.CPY.
      *   A month already registered by a prior run is refused
      *   without --force.
          SELECT F-BATCH-CONTROL ASSIGN TO "batch-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT S-INVOICE ASSIGN TO "dvd-bill-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CONSOL-SESSIONS.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-CALENDAR.
       01 WS-CALENDAR-LINE PIC X(40).
       FD F-PLANNED-OUTAGE.
       COPY "PLANNED-OUTAGE-RECORD.CPY".
       FD F-RATES.
       COPY "CHARGEBACK-RATE-RECORD.CPY".
       FD F-INVOICE-DETAIL.
       COPY "INVOICE-DETAIL-RECORD.CPY".
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
      *   One priced unit, grouped by site for the invoice sections.
       SD S-INVOICE.
       01 WS-INV-RECORD.
          05 WS-INV-SITE           PIC X(20).
          05 WS-INV-HOST           PIC X(20).
          05 WS-INV-NAME           PIC X(30).
          05 WS-INV-RATE-SITE      PIC X(20).
          05 WS-INV-RATE-EFFECTIVE PIC X(8).
          05 WS-INV-EXPECTED-HOURS PIC 9(5)V99.
          05 WS-INV-COVERED-HOURS  PIC 9(5)V99.
          05 WS-INV-SHORT-HOURS    PIC 9(5)V99.
          05 WS-INV-BASE-FEE       PIC 9(7)V99.
          05 WS-INV-USAGE          PIC 9(7)V99.
          05 WS-INV-CREDIT         PIC 9(7)V99.
          05 WS-INV-NET            PIC S9(7)V99.
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-CALENDAR-STATUS        PIC XX.
       01 WS-PLANNED-OUTAGE-STATUS  PIC XX.
       01 WS-RATES-STATUS           PIC XX.
       01 WS-INVOICE-DETAIL-STATUS  PIC XX.
       01 WS-INVOICE-DETAIL-PATH    PIC X(30).
       01 WS-SESSIONS-EOF PIC X.
       01 WS-ROSTER-EOF   PIC X.
       01 WS-OUTAGE-EOF   PIC X.
       01 WS-RATES-EOF    PIC X.
       01 WS-SORT-EOF     PIC X.
      *   The billed month; --month=YYYYMM, default last month.
       01 WS-CONFIG-MONTH PIC X(6) VALUE SPACES.
       01 WS-MONTH-FIRST  PIC 9(8).
       01 WS-MONTH-NEXT   PIC 9(8).
       01 WS-MONTH-LAST   PIC 9(8).
       01 WS-MONTH-YEAR   PIC 9(4).
       01 WS-MONTH-MM     PIC 99.
       01 WS-WINDOW-FROM-SECS PIC 9(11).
       01 WS-WINDOW-TO-SECS   PIC 9(11).
      *   Run-accounting state: this run's start stamp, whether the
      *   month was billed before, and the --force override.
       01 WS-BATCH-CONTROL-STATUS PIC XX.
       01 WS-BATCH-EOF       PIC X.
       01 WS-RUN-START-STAMP PIC X(14).
       01 WS-MONTH-MARK      PIC X(14).
       01 WS-LAST-BILL-MARK  PIC X(14) VALUE "00000000000000".
       01 WS-MONTH-BILLED    PIC X VALUE 'N'.
       01 WS-FORCE-GIVEN     PIC X VALUE 'N'.
       01 WS-SESSIONS-READ   PIC 9(9) VALUE 0.
       01 WS-DETAIL-WRITTEN  PIC 9(9) VALUE 0.
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
      *   The rate master, loaded whole.
       78 WS-MAX-RATES VALUE 200.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS WS-MAX-RATES TIMES.
             10 WS-RATE-SITE        PIC X(20).
             10 WS-RATE-EFFECTIVE   PIC X(8).
             10 WS-RATE-BASE-FEE    PIC 9(5)V99.
             10 WS-RATE-HOUR-RATE   PIC 9(3)V99.
             10 WS-RATE-SLA-TARGET  PIC 9(3).
             10 WS-RATE-CREDIT-RATE PIC 9(3)V99.
       01 WS-RATE-COUNT PIC 999 VALUE 0.
       01 WS-RATE-IDX   PIC 999.
       01 WS-RATE-FOUND PIC 999.
       01 WS-RATE-LOOKUP-SITE PIC X(20).
      *   One row per in-service roster unit; sessions for hosts not
      *   on the roster have nobody to bill and are passed over.
       78 WS-MAX-HOSTS VALUE 100.
       01 WS-HOST-TABLE.
          05 WS-HOST-ENTRY OCCURS WS-MAX-HOSTS TIMES.
             10 WS-HOST-TAG     PIC X(20).
             10 WS-HOST-NAME    PIC X(30).
             10 WS-HOST-SITE    PIC X(20).
             10 WS-HOST-OPEN    PIC X(4).
             10 WS-HOST-CLOSE   PIC X(4).
             10 WS-HOST-COVERED PIC 9(11).
       01 WS-HOST-COUNT PIC 999 VALUE 0.
       01 WS-HOST-FOUND PIC 999.
       01 WS-RPT-IDX    PIC 999.
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
      *   state DVD-AVAIL keeps.
       78 WS-MAX-PENDING VALUE 200.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
             10 WS-PENDING-HOST    PIC X(20).
             10 WS-PENDING-PROGRAM PIC X(12).
             10 WS-PENDING-TIME    PIC X(14).
       01 WS-PENDING-COUNT PIC 999 VALUE 0.
       01 WS-PENDING-FOUND PIC 999.
       01 WS-PENDING-IDX   PIC 999.
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-REC-EVENT     PIC X(5).
      *   The site calendar's closed-day knowledge, loaded the same
      *   way DVD-AVAIL loads it.
       01 WS-CALENDAR-EOF     PIC X.
       01 WS-WEEK-TABLE.
          05 WS-WEEK-DAY OCCURS 7 TIMES.
             10 WS-DAY-CLOSED PIC X.
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
       01 WS-CAL-DAY-IDX PIC 9.
       01 WS-OPEN-DAYS   PIC 9(5) VALUE 0.
       01 WS-SCAN-JULIAN PIC 9(9).
       01 WS-SCAN-DATE   PIC 9(8).
       01 WS-SCAN-DOW    PIC 9.
       01 WS-DAY-IS-OPEN PIC X.
      *   The booked windows that touch the month, clipped to it.
       78 WS-MAX-PLANNED VALUE 500.
       01 WS-PLANNED-TABLE.
          05 WS-PLANNED-ENTRY OCCURS WS-MAX-PLANNED TIMES.
             10 WS-PLANNED-HOST      PIC X(20).
             10 WS-PLANNED-FROM-SECS PIC 9(11).
             10 WS-PLANNED-TO-SECS   PIC 9(11).
       01 WS-PLANNED-COUNT PIC 999 VALUE 0.
       01 WS-PLANNED-IDX   PIC 999.
       01 WS-PLANNED-SECS     PIC 9(11).
       01 WS-PLAN-OPEN-SECS   PIC 9(9).
       01 WS-PLAN-CLOSE-SECS  PIC 9(9).
       01 WS-PLAN-LAST-JULIAN PIC 9(9).
       01 WS-PLAN-DAY-FROM    PIC 9(11).
       01 WS-PLAN-DAY-TO      PIC 9(11).
      *   Scratch fields for the same julian-day timestamp math
      *   DVD-STATS.CBL uses.
       01 WS-CONV-TIME  PIC X(14).
       01 WS-CONV-SECS  PIC 9(11).
       01 WS-DATE-PART  PIC 9(8).
       01 WS-HOUR-PART  PIC 99.
       01 WS-MIN-PART   PIC 99.
       01 WS-SEC-PART   PIC 99.
       01 WS-JULIAN-DAY PIC 9(9).
       01 WS-START-SECS PIC 9(11).
       01 WS-STOP-SECS  PIC 9(11).
       01 WS-CLIP-START PIC 9(11).
       01 WS-CLIP-STOP  PIC 9(11).
       01 WS-DUR-SECS   PIC S9(11).
       01 WS-EXPECTED-SECS PIC 9(11).
       01 WS-DAY-OPEN-SECS PIC 9(9).
       01 WS-HHMM-SECS     PIC 9(9).
       01 WS-HHMM          PIC X(4).
       01 WS-TARGET-HOURS  PIC 9(5)V99.
      *   Control-break state and totals for the invoice sections.
       01 WS-BREAK-SITE     PIC X(20).
       01 WS-BREAK-HAVE-ROW PIC X.
       01 WS-SITE-UNITS     PIC 9(5).
       01 WS-SITE-BASE      PIC 9(9)V99.
       01 WS-SITE-USAGE     PIC 9(9)V99.
       01 WS-SITE-CREDIT    PIC 9(9)V99.
       01 WS-SITE-NET       PIC S9(9)V99.
       01 WS-SITE-COUNT     PIC 9(5) VALUE 0.
       01 WS-TOTAL-UNITS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-NET      PIC S9(9)V99 VALUE 0.
      *   Report formatting.
       01 WS-HOURS-DISPLAY  PIC Z(4)9.99.
       01 WS-HOURS-DISPLAY2 PIC Z(4)9.99.
       01 WS-AMT-DISPLAY    PIC Z(8)9.99.
       01 WS-AMT-DISPLAY2   PIC Z(8)9.99.
       01 WS-AMT-DISPLAY3   PIC Z(8)9.99.
       01 WS-NET-DISPLAY    PIC -(8)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
          PERFORM 001-SET-MONTH.
          PERFORM 001-CHECK-BATCH-CONTROL.
          PERFORM 001-LOAD-RATES.
          PERFORM 001-LOAD-CALENDAR.
          PERFORM 001-COUNT-OPEN-DAYS.
          PERFORM 001-LOAD-ROSTER.
          PERFORM 001-LOAD-OUTAGES.
          PERFORM 001-READ-SESSIONS.

          IF WS-HOST-COUNT = 0 THEN
             DISPLAY "dvd-bill: no in-service units in "
                "kiosk-roster.dat; nothing to bill"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-CHECK-RATES.

          DISPLAY "DVD-Thingy chargeback invoices" END-DISPLAY.
          DISPLAY "==============================" END-DISPLAY.
          DISPLAY "Month: " WS-CONFIG-MONTH " ("
             WS-OPEN-DAYS " open days)"
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.

          OPEN OUTPUT F-INVOICE-DETAIL.
          IF WS-INVOICE-DETAIL-STATUS NOT = "00" THEN
             DISPLAY "dvd-bill: cannot write "
                FUNCTION TRIM(WS-INVOICE-DETAIL-PATH) " (status "
                WS-INVOICE-DETAIL-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          SORT S-INVOICE
             ON ASCENDING KEY WS-INV-SITE WS-INV-HOST
             INPUT PROCEDURE IS 001-PRICE-UNITS
             OUTPUT PROCEDURE IS 001-PRINT-INVOICES.
          CLOSE F-INVOICE-DETAIL.

          MOVE WS-TOTAL-NET TO WS-NET-DISPLAY.
          DISPLAY WS-SITE-COUNT " site(s), " WS-TOTAL-UNITS
             " unit(s) billed, total " WS-NET-DISPLAY
          END-DISPLAY.
          DISPLAY "Detail written to "
             FUNCTION TRIM(WS-INVOICE-DETAIL-PATH)
          END-DISPLAY.
          PERFORM 001-REGISTER-RUN.
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
          MOVE "month" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1       TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'M'     TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "force" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 0       TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'F'     TO WS-GETOPT-LONGOPTION-RETURN(5).

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
                DISPLAY "Try 'dvd-bill -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-bill 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'M'
                IF WS-GETOPT-OPT-VAL(1:6) IS NUMERIC
                   AND WS-GETOPT-OPT-VAL(5:2) >= "01"
                   AND WS-GETOPT-OPT-VAL(5:2) <= "12"
                THEN
                   MOVE WS-GETOPT-OPT-VAL(1:6) TO WS-CONFIG-MONTH
                ELSE
                   DISPLAY "dvd-bill: --month wants YYYYMM"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             WHEN = 'F'
                MOVE 'Y' TO WS-FORCE-GIVEN
             END-EVALUATE
          END-PERFORM.

      * Defaults the month to the one before this one, and derives
      * its first day, the first day of the next month, and the
      * second bounds between them.
       001-SET-MONTH.
          IF WS-CONFIG-MONTH = SPACES THEN
             MOVE FUNCTION CURRENT-DATE(1:4) TO WS-MONTH-YEAR
             MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH-MM
             IF WS-MONTH-MM = 1 THEN
                SUBTRACT 1 FROM WS-MONTH-YEAR
                MOVE 12 TO WS-MONTH-MM
             ELSE
                SUBTRACT 1 FROM WS-MONTH-MM
             END-IF
             STRING WS-MONTH-YEAR WS-MONTH-MM DELIMITED BY SIZE
                INTO WS-CONFIG-MONTH
             END-STRING
          END-IF.
          MOVE WS-CONFIG-MONTH(1:4) TO WS-MONTH-YEAR.
          MOVE WS-CONFIG-MONTH(5:2) TO WS-MONTH-MM.
          COMPUTE WS-MONTH-FIRST =
             WS-MONTH-YEAR * 10000 + WS-MONTH-MM * 100 + 1
          END-COMPUTE.
          IF WS-MONTH-MM = 12 THEN
             ADD 1 TO WS-MONTH-YEAR
             MOVE 1 TO WS-MONTH-MM
          ELSE
             ADD 1 TO WS-MONTH-MM
          END-IF.
          COMPUTE WS-MONTH-NEXT =
             WS-MONTH-YEAR * 10000 + WS-MONTH-MM * 100 + 1
          END-COMPUTE.
          COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT) - 1)
          END-COMPUTE.

          MOVE SPACES TO WS-CONV-TIME.
          STRING WS-MONTH-FIRST "000000" DELIMITED BY SIZE
             INTO WS-CONV-TIME
          END-STRING.
          MOVE WS-CONV-TIME TO WS-MONTH-MARK.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-WINDOW-FROM-SECS.
          MOVE SPACES TO WS-CONV-TIME.
          STRING WS-MONTH-NEXT "000000" DELIMITED BY SIZE
             INTO WS-CONV-TIME
          END-STRING.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-WINDOW-TO-SECS.

          MOVE SPACES TO WS-INVOICE-DETAIL-PATH.
          STRING "invoice-detail." WS-CONFIG-MONTH ".dat"
             DELIMITED BY SIZE
             INTO WS-INVOICE-DETAIL-PATH
          END-STRING.

      * The double-billing gate: a DVD-BILL run whose closing mark is
      * this month's first-day stamp has already billed it.
       001-CHECK-BATCH-CONTROL.
          OPEN INPUT F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS = "00" THEN
             MOVE 'N' TO WS-BATCH-EOF
             PERFORM WITH TEST AFTER UNTIL WS-BATCH-EOF = 'Y'
                READ F-BATCH-CONTROL
                   AT END
                      MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                      IF BC-JOB = "DVD-BILL" THEN
                         MOVE BC-HWM-AFTER TO WS-LAST-BILL-MARK
                         IF BC-HWM-AFTER = WS-MONTH-MARK THEN
                            MOVE 'Y' TO WS-MONTH-BILLED
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-BATCH-CONTROL
          END-IF.
          IF WS-MONTH-BILLED = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-FORCE-GIVEN = 'Y' THEN
             DISPLAY "dvd-bill: " WS-CONFIG-MONTH " was already "
                "billed; rebilling under --force"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "dvd-bill: REFUSED: " WS-CONFIG-MONTH " is already "
             "registered as billed in batch-control.dat"
          END-DISPLAY.
          DISPLAY "dvd-bill: rerun with --force only to replace that "
             "month's invoices deliberately."
          END-DISPLAY.
          STOP RUN RETURNING 1.

       001-LOAD-RATES.
          OPEN INPUT F-RATES.
          IF WS-RATES-STATUS NOT = "00" THEN
             DISPLAY "dvd-bill: cannot read chargeback-rates.dat "
                "(status " WS-RATES-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-RATES-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-RATES-EOF = 'Y'
             READ F-RATES
                AT END
                   MOVE 'Y' TO WS-RATES-EOF
                NOT AT END
                   PERFORM 005-KEEP-ONE-RATE
             END-READ
          END-PERFORM.
          CLOSE F-RATES.

       005-KEEP-ONE-RATE.
          IF RT-SITE = SPACES OR RT-SITE(1:1) = "#" THEN
             EXIT PARAGRAPH
          END-IF.
          IF RT-EFFECTIVE IS NOT NUMERIC
             OR RT-BASE-FEE IS NOT NUMERIC
             OR RT-HOUR-RATE IS NOT NUMERIC
             OR RT-SLA-TARGET IS NOT NUMERIC
             OR RT-CREDIT-RATE IS NOT NUMERIC
          THEN
             DISPLAY "dvd-bill: malformed rate row for "
                FUNCTION TRIM(RT-SITE) " effective " RT-EFFECTIVE
                "; fix chargeback-rates.dat before billing"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          IF WS-RATE-COUNT >= WS-MAX-RATES THEN
             DISPLAY "dvd-bill: more than " WS-MAX-RATES
                " rate rows; aborting rather than mispricing"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-RATE-COUNT.
          MOVE RT-SITE        TO WS-RATE-SITE(WS-RATE-COUNT).
          MOVE RT-EFFECTIVE   TO WS-RATE-EFFECTIVE(WS-RATE-COUNT).
          MOVE RT-BASE-FEE    TO WS-RATE-BASE-FEE(WS-RATE-COUNT).
          MOVE RT-HOUR-RATE   TO WS-RATE-HOUR-RATE(WS-RATE-COUNT).
          MOVE RT-SLA-TARGET  TO WS-RATE-SLA-TARGET(WS-RATE-COUNT).
          MOVE RT-CREDIT-RATE TO WS-RATE-CREDIT-RATE(WS-RATE-COUNT).

      * Sets WS-RATE-FOUND to the row for WS-RATE-LOOKUP-SITE with
      * the latest effective date on or before the month's first
      * day, or 0 when that site has none.
       005-FIND-RATE.
          MOVE 0 TO WS-RATE-FOUND.
          PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                  UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-RATE-SITE(WS-RATE-IDX) = WS-RATE-LOOKUP-SITE
                AND WS-RATE-EFFECTIVE(WS-RATE-IDX) <= WS-MONTH-FIRST
             THEN
                IF WS-RATE-FOUND = 0 THEN
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
                ELSE
                   IF WS-RATE-EFFECTIVE(WS-RATE-IDX)
                      > WS-RATE-EFFECTIVE(WS-RATE-FOUND)
                   THEN
                      MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      * The site's own rate, else the house rate ("*").
       005-RATE-FOR-HOST.
          MOVE WS-HOST-SITE(WS-RPT-IDX) TO WS-RATE-LOOKUP-SITE.
          PERFORM 005-FIND-RATE.
          IF WS-RATE-FOUND = 0 THEN
             MOVE "*" TO WS-RATE-LOOKUP-SITE
             PERFORM 005-FIND-RATE
          END-IF.

      * Every unit must price before anything is written, so a
      * missing rate can't leave half a month's invoices behind.
       001-CHECK-RATES.
          PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                  UNTIL WS-RPT-IDX > WS-HOST-COUNT
             PERFORM 005-RATE-FOR-HOST
             IF WS-RATE-FOUND = 0 THEN
                DISPLAY "dvd-bill: no rate in force on "
                   WS-MONTH-FIRST " for site "
                   FUNCTION TRIM(WS-HOST-SITE(WS-RPT-IDX))
                   " (unit " FUNCTION TRIM(WS-HOST-TAG(WS-RPT-IDX))
                   ") and no house rate; nothing billed"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM.

      * Loads the closed-day facts from the site calendar; no
      * calendar means Monday-Friday open.
       001-LOAD-CALENDAR.
          PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                  UNTIL WS-CAL-DAY-IDX > 5
             MOVE 'N' TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
          END-PERFORM.
          MOVE 'Y' TO WS-DAY-CLOSED(6).
          MOVE 'Y' TO WS-DAY-CLOSED(7).

          OPEN INPUT F-CALENDAR.
          IF WS-CALENDAR-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
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
                IF FUNCTION TRIM(WS-CALENDAR-VALUE) = "CLOSED" THEN
                   MOVE 'Y' TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
                ELSE
                   MOVE 'N' TO WS-DAY-CLOSED(WS-CAL-DAY-IDX)
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.

       001-COUNT-OPEN-DAYS.
          MOVE WS-MONTH-FIRST TO WS-SCAN-DATE.
          COMPUTE WS-SCAN-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
          END-COMPUTE.
          MOVE WS-MONTH-LAST TO WS-SCAN-DATE.
          COMPUTE WS-JULIAN-DAY =
             FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
          END-COMPUTE.
          PERFORM UNTIL WS-SCAN-JULIAN > WS-JULIAN-DAY
             COMPUTE WS-SCAN-DATE =
                FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
             END-COMPUTE
             PERFORM 005-JUDGE-DAY-OPEN
             IF WS-DAY-IS-OPEN = 'Y' THEN
                ADD 1 TO WS-OPEN-DAYS
             END-IF
             ADD 1 TO WS-SCAN-JULIAN
          END-PERFORM.

      *   Day 1 of FUNCTION INTEGER-OF-DATE (1601-01-01) was a
      *   Monday, so the day number mod 7 gives 1=MON..6=SAT, 0=SUN.
       005-JUDGE-DAY-OPEN.
          MOVE 'Y' TO WS-DAY-IS-OPEN.
          PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                  UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
             IF WS-HOLIDAY(WS-HOLIDAY-IDX) = WS-SCAN-DATE(1:8) THEN
                MOVE 'N' TO WS-DAY-IS-OPEN
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          COMPUTE WS-SCAN-DOW = FUNCTION MOD(WS-SCAN-JULIAN, 7)
          END-COMPUTE.
          IF WS-SCAN-DOW = 0 THEN
             MOVE 7 TO WS-SCAN-DOW
          END-IF.
          IF WS-DAY-CLOSED(WS-SCAN-DOW) = 'Y' THEN
             MOVE 'N' TO WS-DAY-IS-OPEN
          END-IF.

       001-LOAD-ROSTER.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-ROSTER-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-ROSTER-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                   PERFORM 005-NOTE-ZONE
                   IF KR-HOST NOT = SPACES AND KR-STATUS = 'I'
                   THEN
                      PERFORM 005-ADD-ROSTER-UNIT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

       005-ADD-ROSTER-UNIT.
          IF WS-HOST-COUNT >= WS-MAX-HOSTS THEN
             DISPLAY "dvd-bill: more than " WS-MAX-HOSTS
                " in-service units; aborting rather than leaving "
                "one unbilled"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-HOST-COUNT.
          MOVE KR-HOST  TO WS-HOST-TAG(WS-HOST-COUNT).
          MOVE KR-NAME  TO WS-HOST-NAME(WS-HOST-COUNT).
          MOVE KR-SITE  TO WS-HOST-SITE(WS-HOST-COUNT).
          MOVE KR-OPEN  TO WS-HOST-OPEN(WS-HOST-COUNT).
          MOVE KR-CLOSE TO WS-HOST-CLOSE(WS-HOST-COUNT).
          MOVE 0        TO WS-HOST-COVERED(WS-HOST-COUNT).

      * The roster record in KR-RECORD into the zone table.
       005-NOTE-ZONE.
          IF KR-HOST = SPACES OR WS-ZONE-COUNT >= WS-MAX-ZONES THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-ZONE-COUNT.
          MOVE KR-HOST       TO WS-ZONE-HOST(WS-ZONE-COUNT).
          MOVE KR-UTC-OFFSET TO WS-ZONE-OFFSET(WS-ZONE-COUNT).
          MOVE KR-DST-RULE   TO WS-ZONE-RULE(WS-ZONE-COUNT).

      * Keeps every booked window that overlaps the month, clipped
      * to it; cancelled windows never count.
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
             DISPLAY "dvd-bill: more than " WS-MAX-PLANNED
                " planned windows in the month; aborting rather "
                "than mispricing"
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
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-SESSIONS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SESSIONS-EOF = 'Y'
             READ F-CONSOL-SESSIONS
                AT END
                   MOVE 'Y' TO WS-SESSIONS-EOF
                NOT AT END
                   ADD 1 TO WS-SESSIONS-READ
                   PERFORM 005-TALLY-ONE-SESSION
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

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

      * One host-stamped SESSION-LOG-RECORD line, the field offsets
      * DVD-AVAIL reads. STARTs open a pairing; STOPs close it and
      * credit the duration clipped to the month.
       005-TALLY-ONE-SESSION.
          IF WS-CONSOL-SESSIONS-LINE(22:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          MOVE 0 TO WS-HOST-FOUND.
          PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                  UNTIL WS-RPT-IDX > WS-HOST-COUNT
             IF WS-HOST-TAG(WS-RPT-IDX) = WS-CUR-HOST THEN
                MOVE WS-RPT-IDX TO WS-HOST-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HOST-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-FIND-PENDING.

          EVALUATE FUNCTION TRIM(WS-REC-EVENT)
          WHEN "START"
             IF WS-PENDING-FOUND > 0 THEN
                MOVE WS-REC-TIMESTAMP
                   TO WS-PENDING-TIME(WS-PENDING-FOUND)
             ELSE
                IF WS-PENDING-COUNT >= WS-MAX-PENDING THEN
                   DISPLAY "dvd-bill: more than " WS-MAX-PENDING
                      " host/program pairs pending; aborting rather "
                      "than dropping sessions"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
                ADD 1 TO WS-PENDING-COUNT
                MOVE WS-CUR-HOST
                   TO WS-PENDING-HOST(WS-PENDING-COUNT)
                MOVE WS-REC-PROGRAM
                   TO WS-PENDING-PROGRAM(WS-PENDING-COUNT)
                MOVE WS-REC-TIMESTAMP
                   TO WS-PENDING-TIME(WS-PENDING-COUNT)
             END-IF
          WHEN "STOP"
             IF WS-PENDING-FOUND > 0 THEN
                PERFORM 005-CREDIT-SESSION
                MOVE WS-PENDING-ENTRY(WS-PENDING-COUNT)
                   TO WS-PENDING-ENTRY(WS-PENDING-FOUND)
                SUBTRACT 1 FROM WS-PENDING-COUNT
             END-IF
          END-EVALUATE.

       005-CREDIT-SESSION.
          MOVE WS-PENDING-TIME(WS-PENDING-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-START-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-STOP-SECS.

          MOVE WS-START-SECS TO WS-CLIP-START.
          IF WS-CLIP-START < WS-WINDOW-FROM-SECS THEN
             MOVE WS-WINDOW-FROM-SECS TO WS-CLIP-START
          END-IF.
          MOVE WS-STOP-SECS TO WS-CLIP-STOP.
          IF WS-CLIP-STOP > WS-WINDOW-TO-SECS THEN
             MOVE WS-WINDOW-TO-SECS TO WS-CLIP-STOP
          END-IF.
          COMPUTE WS-DUR-SECS = WS-CLIP-STOP - WS-CLIP-START
          END-COMPUTE.
          IF WS-DUR-SECS > 0 THEN
             ADD WS-DUR-SECS TO WS-HOST-COVERED(WS-HOST-FOUND)
          END-IF.

       005-FIND-PENDING.
          MOVE 0 TO WS-PENDING-FOUND.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
             IF WS-PENDING-HOST(WS-PENDING-IDX) = WS-CUR-HOST
                AND WS-PENDING-PROGRAM(WS-PENDING-IDX)
                   = WS-REC-PROGRAM
             THEN
                MOVE WS-PENDING-IDX TO WS-PENDING-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * Sort input side: prices every unit and releases it.
       001-PRICE-UNITS.
          PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                  UNTIL WS-RPT-IDX > WS-HOST-COUNT
             PERFORM 005-PRICE-ONE-UNIT
             RELEASE WS-INV-RECORD
          END-PERFORM.

      * Expected hours as DVD-AVAIL works them out (open hours times
      * open days, less planned outages); the SLA shortfall is the
      * target share of those hours minus the covered hours, never
      * below zero.
       005-PRICE-ONE-UNIT.
          PERFORM 005-RATE-FOR-HOST.
          MOVE WS-HOST-SITE(WS-RPT-IDX) TO WS-INV-SITE.
          MOVE WS-HOST-TAG(WS-RPT-IDX)  TO WS-INV-HOST.
          MOVE WS-HOST-NAME(WS-RPT-IDX) TO WS-INV-NAME.
          MOVE WS-RATE-SITE(WS-RATE-FOUND) TO WS-INV-RATE-SITE.
          MOVE WS-RATE-EFFECTIVE(WS-RATE-FOUND)
             TO WS-INV-RATE-EFFECTIVE.

          MOVE WS-HOST-OPEN(WS-RPT-IDX) TO WS-HHMM.
          PERFORM 005-HHMM-TO-SECS.
          MOVE WS-HHMM-SECS TO WS-DAY-OPEN-SECS.
          MOVE WS-HOST-CLOSE(WS-RPT-IDX) TO WS-HHMM.
          PERFORM 005-HHMM-TO-SECS.
          MOVE 0 TO WS-EXPECTED-SECS.
          IF WS-HHMM-SECS > WS-DAY-OPEN-SECS THEN
             COMPUTE WS-EXPECTED-SECS =
                (WS-HHMM-SECS - WS-DAY-OPEN-SECS) * WS-OPEN-DAYS
             END-COMPUTE
          END-IF.
          MOVE WS-DAY-OPEN-SECS TO WS-PLAN-OPEN-SECS.
          MOVE WS-HHMM-SECS     TO WS-PLAN-CLOSE-SECS.
          PERFORM 005-SUM-PLANNED.
          SUBTRACT WS-PLANNED-SECS FROM WS-EXPECTED-SECS.

          COMPUTE WS-INV-EXPECTED-HOURS ROUNDED =
             WS-EXPECTED-SECS / 3600
          END-COMPUTE.
          COMPUTE WS-INV-COVERED-HOURS ROUNDED =
             WS-HOST-COVERED(WS-RPT-IDX) / 3600
          END-COMPUTE.
          COMPUTE WS-TARGET-HOURS ROUNDED =
             WS-INV-EXPECTED-HOURS
             * WS-RATE-SLA-TARGET(WS-RATE-FOUND) / 100
          END-COMPUTE.
          MOVE 0 TO WS-INV-SHORT-HOURS.
          IF WS-TARGET-HOURS > WS-INV-COVERED-HOURS THEN
             COMPUTE WS-INV-SHORT-HOURS =
                WS-TARGET-HOURS - WS-INV-COVERED-HOURS
             END-COMPUTE
          END-IF.

          MOVE WS-RATE-BASE-FEE(WS-RATE-FOUND) TO WS-INV-BASE-FEE.
          COMPUTE WS-INV-USAGE ROUNDED =
             WS-INV-COVERED-HOURS * WS-RATE-HOUR-RATE(WS-RATE-FOUND)
          END-COMPUTE.
          COMPUTE WS-INV-CREDIT ROUNDED =
             WS-INV-SHORT-HOURS * WS-RATE-CREDIT-RATE(WS-RATE-FOUND)
          END-COMPUTE.
          COMPUTE WS-INV-NET =
             WS-INV-BASE-FEE + WS-INV-USAGE - WS-INV-CREDIT
          END-COMPUTE.

      * Adds up the seconds of WS-RPT-IDX's booked windows that fall
      * inside its open hours on open days, a day at a time, the
      * same walk DVD-AVAIL makes. Never more than the expected
      * time.
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

      * Sort output side: one invoice section per site, a line per
      * kiosk and a detail record for each, the site total when the
      * site changes.
       001-PRINT-INVOICES.
          MOVE 'N' TO WS-BREAK-HAVE-ROW.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-INVOICE
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-PRINT-ONE-UNIT
             END-RETURN
          END-PERFORM.
          IF WS-BREAK-HAVE-ROW = 'Y' THEN
             PERFORM 005-CLOSE-SITE
          END-IF.

       005-PRINT-ONE-UNIT.
          IF WS-BREAK-HAVE-ROW = 'Y'
             AND WS-INV-SITE NOT = WS-BREAK-SITE
          THEN
             PERFORM 005-CLOSE-SITE
             MOVE 'N' TO WS-BREAK-HAVE-ROW
          END-IF.
          IF WS-BREAK-HAVE-ROW = 'N' THEN
             MOVE WS-INV-SITE TO WS-BREAK-SITE
             MOVE 0 TO WS-SITE-UNITS WS-SITE-BASE WS-SITE-USAGE
                WS-SITE-CREDIT WS-SITE-NET
             ADD 1 TO WS-SITE-COUNT
             IF WS-INV-SITE = SPACES THEN
                DISPLAY "Invoice: (no site)  month " WS-CONFIG-MONTH
                END-DISPLAY
             ELSE
                DISPLAY "Invoice: " FUNCTION TRIM(WS-INV-SITE)
                   "  month " WS-CONFIG-MONTH
                END-DISPLAY
             END-IF
             DISPLAY "  rate " FUNCTION TRIM(WS-INV-RATE-SITE)
                " effective " WS-INV-RATE-EFFECTIVE
             END-DISPLAY
             MOVE 'Y' TO WS-BREAK-HAVE-ROW
          END-IF.

          ADD 1 TO WS-SITE-UNITS.
          ADD WS-INV-BASE-FEE TO WS-SITE-BASE.
          ADD WS-INV-USAGE    TO WS-SITE-USAGE.
          ADD WS-INV-CREDIT   TO WS-SITE-CREDIT.
          ADD WS-INV-NET      TO WS-SITE-NET.

          MOVE WS-INV-COVERED-HOURS  TO WS-HOURS-DISPLAY.
          MOVE WS-INV-EXPECTED-HOURS TO WS-HOURS-DISPLAY2.
          DISPLAY "  " WS-INV-HOST " " WS-INV-NAME
          END-DISPLAY.
          DISPLAY "    covered " WS-HOURS-DISPLAY "h of "
             WS-HOURS-DISPLAY2 "h expected"
          END-DISPLAY.
          MOVE WS-INV-BASE-FEE TO WS-AMT-DISPLAY.
          MOVE WS-INV-USAGE    TO WS-AMT-DISPLAY2.
          MOVE WS-INV-CREDIT   TO WS-AMT-DISPLAY3.
          MOVE WS-INV-NET      TO WS-NET-DISPLAY.
          MOVE WS-INV-SHORT-HOURS TO WS-HOURS-DISPLAY.
          DISPLAY "    base " WS-AMT-DISPLAY "  usage "
             WS-AMT-DISPLAY2 "  SLA credit " WS-AMT-DISPLAY3
             " (" FUNCTION TRIM(WS-HOURS-DISPLAY) "h short)"
             "  net " WS-NET-DISPLAY
          END-DISPLAY.

          MOVE SPACES                TO ID-RECORD.
          MOVE WS-CONFIG-MONTH       TO ID-MONTH.
          MOVE WS-INV-SITE           TO ID-SITE.
          MOVE WS-INV-HOST           TO ID-HOST.
          MOVE WS-INV-RATE-SITE      TO ID-RATE-SITE.
          MOVE WS-INV-RATE-EFFECTIVE TO ID-RATE-EFFECTIVE.
          MOVE WS-INV-EXPECTED-HOURS TO ID-EXPECTED-HOURS.
          MOVE WS-INV-COVERED-HOURS  TO ID-COVERED-HOURS.
          MOVE WS-INV-SHORT-HOURS    TO ID-SHORT-HOURS.
          MOVE WS-INV-BASE-FEE       TO ID-BASE-FEE.
          MOVE WS-INV-USAGE          TO ID-USAGE.
          MOVE WS-INV-CREDIT         TO ID-CREDIT.
          MOVE WS-INV-NET            TO ID-NET.
          WRITE ID-RECORD.
          ADD 1 TO WS-DETAIL-WRITTEN.

       005-CLOSE-SITE.
          MOVE WS-SITE-BASE   TO WS-AMT-DISPLAY.
          MOVE WS-SITE-USAGE  TO WS-AMT-DISPLAY2.
          MOVE WS-SITE-CREDIT TO WS-AMT-DISPLAY3.
          MOVE WS-SITE-NET    TO WS-NET-DISPLAY.
          DISPLAY "  Site total (" WS-SITE-UNITS " units): base "
             WS-AMT-DISPLAY "  usage " WS-AMT-DISPLAY2
             "  credit " WS-AMT-DISPLAY3 "  due " WS-NET-DISPLAY
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.
          ADD WS-SITE-UNITS TO WS-TOTAL-UNITS.
          ADD WS-SITE-NET   TO WS-TOTAL-NET.

       001-REGISTER-RUN.
          OPEN EXTEND F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS = "35" THEN
             OPEN OUTPUT F-BATCH-CONTROL
          END-IF.
          IF WS-BATCH-CONTROL-STATUS NOT = "00" THEN
             DISPLAY "dvd-bill: cannot register this run in "
                "batch-control.dat (status " WS-BATCH-CONTROL-STATUS
                "); the month is NOT protected against rebilling"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES                      TO BC-RECORD.
          MOVE "DVD-BILL"                  TO BC-JOB.
          MOVE WS-RUN-START-STAMP          TO BC-START.
          MOVE FUNCTION CURRENT-DATE(1:14) TO BC-END.
          MOVE WS-LAST-BILL-MARK           TO BC-HWM-BEFORE.
          MOVE WS-MONTH-MARK               TO BC-HWM-AFTER.
          MOVE WS-SESSIONS-READ            TO BC-READ.
          MOVE WS-DETAIL-WRITTEN           TO BC-WRITTEN.
          WRITE BC-RECORD.
          CLOSE F-BATCH-CONTROL.

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

      * Converts an HHMM field into seconds past midnight.
       005-HHMM-TO-SECS.
          IF WS-HHMM IS NOT NUMERIC THEN
             MOVE 0 TO WS-HHMM-SECS
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-HHMM(1:2) TO WS-HOUR-PART.
          MOVE WS-HHMM(3:2) TO WS-MIN-PART.
          COMPUTE WS-HHMM-SECS =
             WS-HOUR-PART * 3600 + WS-MIN-PART * 60
          END-COMPUTE.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-bill [options...]"       END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Monthly chargeback run: one invoice section per "
                  "site in kiosk-roster.dat, pricing each in-service "
                  "unit from chargeback-rates.dat (base fee, covered "
                  "hours from consolidated-session.log, credit for "
                  "hours below the SLA target), with a flat "
                  "invoice-detail.YYYYMM.dat for finance. The month "
                  "is registered in batch-control.dat and a billed "
                  "month is refused without --force."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --month=YYYYMM  month to bill (default: last "
                  "month)."
          END-DISPLAY.
          DISPLAY "      --force      rebill a month batch-control.dat "
                  "already shows as billed."
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
