       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-OUTAGE.
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
      * Booking screen for planned maintenance windows
      * (planned-outage.dat, PLANNED-OUTAGE-RECORD.CPY). LIST shows
      * the booked windows that haven't ended yet, ALL every window
      * including cancelled ones, BOOK takes a unit, a from and to
      * time and a reason, and CANCEL withdraws a booked window by
      * number. The file is only rewritten on a clean QUIT, the same
      * flow DVD-ROSTER uses for the roster. A window's from and to
      * are keyed in the unit's own local time (its roster time
      * zone), the clock the site booked the work in.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-PLANNED-OUTAGE ASSIGN TO "planned-outage.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLANNED-OUTAGE-STATUS.
      *   Only consulted to warn about a host tag nobody knows.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-PLANNED-OUTAGE.
       COPY "PLANNED-OUTAGE-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-PLANNED-OUTAGE-STATUS PIC XX.
       01 WS-ROSTER-STATUS         PIC XX.
       01 WS-EOF                   PIC X.
      *   The windows held in memory while editing, one record image
      *   per entry; rewritten whole on QUIT.
       78 WS-MAX-WINDOWS VALUE 1000.
       01 WS-WINDOW-TABLE.
          05 WS-WINDOW-ENTRY PIC X(132) OCCURS WS-MAX-WINDOWS TIMES.
       01 WS-WINDOW-COUNT PIC 9(4) VALUE 0.
       01 WS-WINDOW-IDX   PIC 9(4).
       01 WS-WINDOW-FOUND PIC 9(4).
       01 WS-WINDOW-NEXT  PIC 9(6) VALUE 1.
       01 WS-WINDOW-SHOWN PIC 9(4).
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 3 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
       01 WS-ANSWER    PIC X(40).
       01 WS-COMMAND   PIC X(10).
       01 WS-DONE      PIC X VALUE 'N'.
       01 WS-FIELD-OK  PIC X.
       01 WS-DIRTY     PIC X VALUE 'N'.
       01 WS-LIST-ALL  PIC X.
       01 WS-NOW-STAMP PIC X(14).
       01 WS-OPERATOR  PIC X(16).
      *   A from/to answer being checked, YYYYMMDDHHMM, and where the
      *   accepted value lands.
       01 WS-STAMP-ANSWER.
          05 WS-STAMP-DATE PIC 9(8).
          05 WS-STAMP-HOUR PIC 99.
          05 WS-STAMP-MIN  PIC 99.
       01 WS-STAMP-RESULT PIC X(14).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE SPACES TO WS-OPERATOR.
          ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER" END-ACCEPT.
          IF WS-OPERATOR = SPACES THEN
             MOVE "unknown" TO WS-OPERATOR
          END-IF.
          PERFORM 001-LOAD-WINDOWS.
          DISPLAY "Planned outages: planned-outage.dat ("
             WS-WINDOW-COUNT " windows)"
          END-DISPLAY.
          DISPLAY "Commands: LIST, ALL, BOOK, CANCEL, QUIT"
          END-DISPLAY.

          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "outage> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "LIST"
                MOVE 'N' TO WS-LIST-ALL
                PERFORM 001-LIST-WINDOWS
             WHEN "ALL"
                MOVE 'Y' TO WS-LIST-ALL
                PERFORM 001-LIST-WINDOWS
             WHEN "BOOK"
                PERFORM 001-BOOK-WINDOW
             WHEN "CANCEL"
                PERFORM 001-CANCEL-WINDOW
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  LIST, ALL, BOOK, CANCEL or QUIT"
                END-DISPLAY
             END-EVALUATE
          END-PERFORM.

          IF WS-DIRTY = 'Y' THEN
             PERFORM 001-SAVE-WINDOWS
             DISPLAY "dvd-outage: wrote planned-outage.dat"
             END-DISPLAY
          ELSE
             DISPLAY "dvd-outage: no changes" END-DISPLAY
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
                DISPLAY "Try 'dvd-outage -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-outage 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

       001-LOAD-WINDOWS.
          OPEN INPUT F-PLANNED-OUTAGE.
          IF WS-PLANNED-OUTAGE-STATUS NOT = "00" THEN
      *      Nothing booked yet; BOOK starts the file.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-PLANNED-OUTAGE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF PO-NUMBER IS NUMERIC
                      AND WS-WINDOW-COUNT < WS-MAX-WINDOWS
                   THEN
                      ADD 1 TO WS-WINDOW-COUNT
                      MOVE PO-RECORD
                         TO WS-WINDOW-ENTRY(WS-WINDOW-COUNT)
                      IF PO-NUMBER >= WS-WINDOW-NEXT THEN
                         COMPUTE WS-WINDOW-NEXT = PO-NUMBER + 1
                         END-COMPUTE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PLANNED-OUTAGE.

       001-LIST-WINDOWS.
          MOVE 0 TO WS-WINDOW-SHOWN.
          PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                  UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
             MOVE WS-WINDOW-ENTRY(WS-WINDOW-IDX) TO PO-RECORD
             IF WS-LIST-ALL = 'Y'
                OR (PO-STATUS = 'B' AND PO-TO > WS-NOW-STAMP)
             THEN
                ADD 1 TO WS-WINDOW-SHOWN
                DISPLAY "  " PO-NUMBER " " PO-HOST " " PO-FROM(1:12)
                   "-" PO-TO(1:12) " " PO-STATUS " "
                   FUNCTION TRIM(PO-REASON) " ("
                   FUNCTION TRIM(PO-BOOKED-BY) ")"
                END-DISPLAY
             END-IF
          END-PERFORM.
          IF WS-WINDOW-SHOWN = 0 THEN
             DISPLAY "  no windows to show" END-DISPLAY
          END-IF.

       001-BOOK-WINDOW.
          IF WS-WINDOW-COUNT >= WS-MAX-WINDOWS THEN
             DISPLAY "  outage file is full (" WS-MAX-WINDOWS
                " windows)"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Host tag: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER)) > 20
          THEN
             DISPLAY "  not a usable host tag; nothing booked"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO PO-RECORD.
          MOVE FUNCTION TRIM(WS-ANSWER) TO PO-HOST.
          PERFORM 005-CHECK-ROSTER.

          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             DISPLAY "From, unit's local time (YYYYMMDDHHMM): "
                WITH NO ADVANCING
             END-DISPLAY
             PERFORM 005-ASK-STAMP
          END-PERFORM.
          IF WS-STAMP-RESULT = SPACES THEN
             DISPLAY "  nothing booked" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP-RESULT TO PO-FROM.

          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             DISPLAY "To, unit's local time (YYYYMMDDHHMM): "
                WITH NO ADVANCING
             END-DISPLAY
             PERFORM 005-ASK-STAMP
             IF WS-FIELD-OK = 'Y' AND WS-STAMP-RESULT NOT = SPACES
                AND WS-STAMP-RESULT <= PO-FROM
             THEN
                DISPLAY "  must be after the from time; try again"
                END-DISPLAY
                MOVE 'N' TO WS-FIELD-OK
             END-IF
          END-PERFORM.
          IF WS-STAMP-RESULT = SPACES THEN
             DISPLAY "  nothing booked" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP-RESULT TO PO-TO.

          DISPLAY "Reason: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             DISPLAY "  a reason is required; nothing booked"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER    TO PO-REASON.
          MOVE 'B'          TO PO-STATUS.
          MOVE WS-OPERATOR  TO PO-BOOKED-BY.
          MOVE WS-NOW-STAMP TO PO-BOOKED.
          MOVE WS-WINDOW-NEXT TO PO-NUMBER.
          ADD 1 TO WS-WINDOW-NEXT.
          ADD 1 TO WS-WINDOW-COUNT.
          MOVE PO-RECORD TO WS-WINDOW-ENTRY(WS-WINDOW-COUNT).
          MOVE 'Y' TO WS-DIRTY.
          DISPLAY "  booked window " PO-NUMBER " for "
             FUNCTION TRIM(PO-HOST)
          END-DISPLAY.

       001-CANCEL-WINDOW.
          DISPLAY "Window number: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE 0 TO WS-WINDOW-FOUND.
          IF WS-ANSWER NOT = SPACES
             AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
          THEN
             PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                     UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                MOVE WS-WINDOW-ENTRY(WS-WINDOW-IDX) TO PO-RECORD
                IF PO-NUMBER = FUNCTION NUMVAL(WS-ANSWER) THEN
                   MOVE WS-WINDOW-IDX TO WS-WINDOW-FOUND
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF.
          IF WS-WINDOW-FOUND = 0 THEN
             DISPLAY "  no such window" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          IF PO-STATUS NOT = 'B' THEN
             DISPLAY "  already cancelled" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE 'C' TO PO-STATUS.
          MOVE PO-RECORD TO WS-WINDOW-ENTRY(WS-WINDOW-FOUND).
          MOVE 'Y' TO WS-DIRTY.
          DISPLAY "  cancelled window " PO-NUMBER " for "
             FUNCTION TRIM(PO-HOST)
          END-DISPLAY.

      * Reads one YYYYMMDDHHMM answer into WS-STAMP-RESULT (seconds
      * zero); blank gives up with WS-STAMP-RESULT blank.
       005-ASK-STAMP.
          MOVE 'Y' TO WS-FIELD-OK.
          MOVE SPACES TO WS-STAMP-RESULT.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-ANSWER(1:12) IS NOT NUMERIC
             OR WS-ANSWER(13:1) NOT = SPACE
          THEN
             DISPLAY "  twelve digits, YYYYMMDDHHMM; try again"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER(1:12) TO WS-STAMP-ANSWER.
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0
             OR WS-STAMP-HOUR > 23 OR WS-STAMP-MIN > 59
          THEN
             DISPLAY "  not a real date and time; try again"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          STRING WS-ANSWER(1:12) "00" DELIMITED BY SIZE
             INTO WS-STAMP-RESULT
          END-STRING.

      * A host the roster doesn't know is booked anyway (the roster
      * may simply be behind), but the operator is told.
       005-CHECK-ROSTER.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          MOVE 0 TO WS-WINDOW-FOUND.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF KR-HOST = PO-HOST THEN
                      MOVE 1 TO WS-WINDOW-FOUND
                      MOVE 'Y' TO WS-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.
          IF WS-WINDOW-FOUND = 0 THEN
             DISPLAY "  (not on the roster)" END-DISPLAY
          END-IF.

       001-SAVE-WINDOWS.
          OPEN OUTPUT F-PLANNED-OUTAGE.
          IF WS-PLANNED-OUTAGE-STATUS NOT = "00" THEN
             DISPLAY "dvd-outage: cannot write planned-outage.dat "
                "(status " WS-PLANNED-OUTAGE-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                  UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
             MOVE WS-WINDOW-ENTRY(WS-WINDOW-IDX) TO PO-RECORD
             WRITE PO-RECORD
          END-PERFORM.
          CLOSE F-PLANNED-OUTAGE.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-outage [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive screen for planned maintenance "
                  "windows (planned-outage.dat): LIST upcoming and "
                  "current windows, ALL windows, BOOK a window (host, "
                  "from, to, reason) and CANCEL one. During a booked "
                  "window dvd-monitor reports the unit MAINT and "
                  "queues no alert, and dvd-avail leaves those hours "
                  "out of expected time."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.

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
