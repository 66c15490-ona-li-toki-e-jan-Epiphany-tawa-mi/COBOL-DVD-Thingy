       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-PANEL.
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
      * Maintenance screen for the display panel asset master
      * (panel-assets.dat, PANEL-ASSET-RECORD.CPY). LIST shows the
      * panels installed now, ALL every panel including spares and
      * removed ones, ADD registers a new panel as a spare with its
      * warranty end and hour limit, SWAP puts a panel into a host
      * (taking out whatever panel the host had, on the same day),
      * and REMOVE takes a panel out without a replacement. A swap
      * or removal can't be dated on or before a day whose hours
      * DVD-PNLHRS has already posted to the outgoing panel, since
      * those hours would then belong to the wrong serial. The file
      * is only rewritten on a clean QUIT, the same flow DVD-ROSTER
      * uses for the roster.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-PANEL-ASSETS ASSIGN TO "panel-assets.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PANEL-ASSETS-STATUS.
      *   Only consulted to warn about a host tag nobody knows.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-PANEL-ASSETS.
       COPY "PANEL-ASSET-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-PANEL-ASSETS-STATUS PIC XX.
       01 WS-ROSTER-STATUS       PIC XX.
       01 WS-EOF                 PIC X.
      *   The panels held in memory while editing, one record image
      *   per entry; rewritten whole on QUIT.
       78 WS-MAX-PANELS VALUE 2000.
       01 WS-PANEL-TABLE.
          05 WS-PANEL-ENTRY PIC X(94) OCCURS WS-MAX-PANELS TIMES.
       01 WS-PANEL-COUNT PIC 9(4) VALUE 0.
       01 WS-PANEL-IDX   PIC 9(4).
       01 WS-PANEL-FOUND PIC 9(4).
       01 WS-PANEL-OLD   PIC 9(4).
       01 WS-PANEL-NEW   PIC 9(4).
       01 WS-PANEL-SHOWN PIC 9(4).
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
       01 WS-TODAY     PIC X(8).
       01 WS-CUR-HOST  PIC X(20).
       01 WS-CUR-SERIAL PIC X(20).
      *   A YYYYMMDD answer being checked, and where the accepted
      *   value lands.
       01 WS-DATE-ANSWER PIC 9(8).
       01 WS-DATE-RESULT PIC X(8).
       01 WS-NEW-WARRANTY-END PIC X(8).
       01 WS-NEW-HOUR-LIMIT   PIC 9(6).
       01 WS-HOURS-DISPLAY    PIC Z(6)9.99.
       01 WS-LIMIT-DISPLAY    PIC Z(5)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-LOAD-PANELS.
          DISPLAY "Panel assets: panel-assets.dat ("
             WS-PANEL-COUNT " panels)"
          END-DISPLAY.
          DISPLAY "Commands: LIST, ALL, ADD, SWAP, REMOVE, QUIT"
          END-DISPLAY.

          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "panel> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "LIST"
                MOVE 'N' TO WS-LIST-ALL
                PERFORM 001-LIST-PANELS
             WHEN "ALL"
                MOVE 'Y' TO WS-LIST-ALL
                PERFORM 001-LIST-PANELS
             WHEN "ADD"
                PERFORM 001-ADD-PANEL
             WHEN "SWAP"
                PERFORM 001-SWAP-PANEL
             WHEN "REMOVE"
                PERFORM 001-REMOVE-PANEL
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  LIST, ALL, ADD, SWAP, REMOVE or QUIT"
                END-DISPLAY
             END-EVALUATE
          END-PERFORM.

          IF WS-DIRTY = 'Y' THEN
             PERFORM 001-SAVE-PANELS
             DISPLAY "dvd-panel: wrote panel-assets.dat"
             END-DISPLAY
          ELSE
             DISPLAY "dvd-panel: no changes" END-DISPLAY
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
                DISPLAY "Try 'dvd-panel -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-panel 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

       001-LOAD-PANELS.
          OPEN INPUT F-PANEL-ASSETS.
          IF WS-PANEL-ASSETS-STATUS NOT = "00" THEN
      *      No panels recorded yet; ADD starts the file.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-PANEL-ASSETS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF PA-SERIAL NOT = SPACES
                      AND WS-PANEL-COUNT < WS-MAX-PANELS
                   THEN
                      ADD 1 TO WS-PANEL-COUNT
                      MOVE PA-RECORD
                         TO WS-PANEL-ENTRY(WS-PANEL-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PANEL-ASSETS.

       001-LIST-PANELS.
          MOVE 0 TO WS-PANEL-SHOWN.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             IF WS-LIST-ALL = 'Y'
                OR (PA-HOST NOT = SPACES AND PA-REMOVED = SPACES)
             THEN
                ADD 1 TO WS-PANEL-SHOWN
                PERFORM 005-SHOW-PANEL
             END-IF
          END-PERFORM.
          IF WS-PANEL-SHOWN = 0 THEN
             DISPLAY "  no panels to show" END-DISPLAY
          END-IF.

      * One line for the panel in PA-RECORD.
       005-SHOW-PANEL.
          MOVE PA-ON-HOURS   TO WS-HOURS-DISPLAY.
          MOVE PA-HOUR-LIMIT TO WS-LIMIT-DISPLAY.
          EVALUATE TRUE
          WHEN PA-HOST = SPACES
             DISPLAY "  " PA-SERIAL " spare"
                "                             warranty "
                PA-WARRANTY-END " " WS-HOURS-DISPLAY "h of "
                WS-LIMIT-DISPLAY "h"
             END-DISPLAY
          WHEN PA-REMOVED = SPACES
             DISPLAY "  " PA-SERIAL " in " PA-HOST " since "
                PA-INSTALLED "   warranty " PA-WARRANTY-END " "
                WS-HOURS-DISPLAY "h of " WS-LIMIT-DISPLAY "h"
             END-DISPLAY
          WHEN OTHER
             DISPLAY "  " PA-SERIAL " out of " PA-HOST " "
                PA-INSTALLED "-" PA-REMOVED " warranty "
                PA-WARRANTY-END " " WS-HOURS-DISPLAY "h of "
                WS-LIMIT-DISPLAY "h"
             END-DISPLAY
          END-EVALUATE.

       001-ADD-PANEL.
          IF WS-PANEL-COUNT >= WS-MAX-PANELS THEN
             DISPLAY "  panel file is full (" WS-MAX-PANELS
                " panels)"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Panel serial: " WITH NO ADVANCING END-DISPLAY.
          PERFORM 005-ASK-SERIAL.
          IF WS-CUR-SERIAL = SPACES THEN
             DISPLAY "  nothing added" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          IF WS-PANEL-FOUND > 0 THEN
             DISPLAY "  " FUNCTION TRIM(WS-CUR-SERIAL)
                " is already recorded; nothing added"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-ASK-WARRANTY.
          IF WS-NEW-WARRANTY-END = SPACES THEN
             DISPLAY "  nothing added" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-APPEND-SPARE.
          DISPLAY "  added " FUNCTION TRIM(WS-CUR-SERIAL)
             " as a spare"
          END-DISPLAY.

      * Puts a panel into a host. The host's current panel, if any,
      * comes out the same day; a serial not yet recorded is added
      * on the spot.
       001-SWAP-PANEL.
          DISPLAY "Host tag: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER)) > 20
          THEN
             DISPLAY "  not a usable host tag; nothing swapped"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-CUR-HOST.
          PERFORM 005-CHECK-ROSTER.
          PERFORM 005-FIND-ON-HOST.
          MOVE WS-PANEL-FOUND TO WS-PANEL-OLD.
          IF WS-PANEL-OLD > 0 THEN
             MOVE WS-PANEL-ENTRY(WS-PANEL-OLD) TO PA-RECORD
             DISPLAY "  now installed:" END-DISPLAY
             PERFORM 005-SHOW-PANEL
          ELSE
             DISPLAY "  no panel recorded in this host" END-DISPLAY
          END-IF.

          DISPLAY "New panel serial: " WITH NO ADVANCING END-DISPLAY.
          PERFORM 005-ASK-SERIAL.
          IF WS-CUR-SERIAL = SPACES THEN
             DISPLAY "  nothing swapped" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PANEL-FOUND TO WS-PANEL-NEW.
          IF WS-PANEL-NEW > 0 THEN
             MOVE WS-PANEL-ENTRY(WS-PANEL-NEW) TO PA-RECORD
             IF PA-HOST NOT = SPACES THEN
                DISPLAY "  " FUNCTION TRIM(WS-CUR-SERIAL)
                   " is not a spare (installed in "
                   FUNCTION TRIM(PA-HOST) "); nothing swapped"
                END-DISPLAY
                EXIT PARAGRAPH
             END-IF
          ELSE
             IF WS-PANEL-COUNT >= WS-MAX-PANELS THEN
                DISPLAY "  panel file is full (" WS-MAX-PANELS
                   " panels)"
                END-DISPLAY
                EXIT PARAGRAPH
             END-IF
             DISPLAY "  new serial; its warranty terms:" END-DISPLAY
             PERFORM 005-ASK-WARRANTY
             IF WS-NEW-WARRANTY-END = SPACES THEN
                DISPLAY "  nothing swapped" END-DISPLAY
                EXIT PARAGRAPH
             END-IF
          END-IF.

          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             DISPLAY "Swap date (YYYYMMDD): " WITH NO ADVANCING
             END-DISPLAY
             PERFORM 005-ASK-DATE
             IF WS-FIELD-OK = 'Y' AND WS-DATE-RESULT NOT = SPACES
                AND WS-PANEL-OLD > 0
             THEN
                MOVE WS-PANEL-OLD TO WS-PANEL-FOUND
                PERFORM 005-CHECK-OUT-DATE
             END-IF
          END-PERFORM.
          IF WS-DATE-RESULT = SPACES THEN
             DISPLAY "  nothing swapped" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          IF WS-PANEL-NEW = 0 THEN
             PERFORM 005-APPEND-SPARE
             MOVE WS-PANEL-COUNT TO WS-PANEL-NEW
          END-IF.
          IF WS-PANEL-OLD > 0 THEN
             MOVE WS-PANEL-ENTRY(WS-PANEL-OLD) TO PA-RECORD
             MOVE WS-DATE-RESULT TO PA-REMOVED
             MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-OLD)
             DISPLAY "  " FUNCTION TRIM(PA-SERIAL) " out of "
                FUNCTION TRIM(WS-CUR-HOST) " from " WS-DATE-RESULT
             END-DISPLAY
          END-IF.
          MOVE WS-PANEL-ENTRY(WS-PANEL-NEW) TO PA-RECORD.
          MOVE WS-CUR-HOST    TO PA-HOST.
          MOVE WS-DATE-RESULT TO PA-INSTALLED.
          MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-NEW).
          MOVE 'Y' TO WS-DIRTY.
          DISPLAY "  " FUNCTION TRIM(PA-SERIAL) " into "
             FUNCTION TRIM(WS-CUR-HOST) " from " WS-DATE-RESULT
          END-DISPLAY.

       001-REMOVE-PANEL.
          DISPLAY "Panel serial: " WITH NO ADVANCING END-DISPLAY.
          PERFORM 005-ASK-SERIAL.
          IF WS-PANEL-FOUND = 0 THEN
             DISPLAY "  no such panel" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PANEL-FOUND TO WS-PANEL-OLD.
          MOVE WS-PANEL-ENTRY(WS-PANEL-OLD) TO PA-RECORD.
          IF PA-HOST = SPACES OR PA-REMOVED NOT = SPACES THEN
             DISPLAY "  not installed anywhere" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             DISPLAY "Removal date (YYYYMMDD): " WITH NO ADVANCING
             END-DISPLAY
             PERFORM 005-ASK-DATE
             IF WS-FIELD-OK = 'Y' AND WS-DATE-RESULT NOT = SPACES
             THEN
                MOVE WS-PANEL-OLD TO WS-PANEL-FOUND
                PERFORM 005-CHECK-OUT-DATE
             END-IF
          END-PERFORM.
          IF WS-DATE-RESULT = SPACES THEN
             DISPLAY "  nothing removed" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PANEL-ENTRY(WS-PANEL-OLD) TO PA-RECORD.
          MOVE WS-DATE-RESULT TO PA-REMOVED.
          MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-OLD).
          MOVE 'Y' TO WS-DIRTY.
          DISPLAY "  " FUNCTION TRIM(PA-SERIAL) " out of "
             FUNCTION TRIM(PA-HOST) " from " WS-DATE-RESULT
          END-DISPLAY.

      * Reads a serial into WS-CUR-SERIAL and sets WS-PANEL-FOUND to
      * its entry, or 0 when it is not recorded.
       005-ASK-SERIAL.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE 0 TO WS-PANEL-FOUND.
          MOVE SPACES TO WS-CUR-SERIAL.
          IF WS-ANSWER = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER)) > 20
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-CUR-SERIAL.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             IF PA-SERIAL = WS-CUR-SERIAL THEN
                MOVE WS-PANEL-IDX TO WS-PANEL-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * Sets WS-PANEL-FOUND to the panel installed in WS-CUR-HOST
      * now, or 0.
       005-FIND-ON-HOST.
          MOVE 0 TO WS-PANEL-FOUND.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             IF PA-HOST = WS-CUR-HOST AND PA-REMOVED = SPACES THEN
                MOVE WS-PANEL-IDX TO WS-PANEL-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * Asks the warranty end and hour limit for a new panel into
      * WS-NEW-WARRANTY-END / WS-NEW-HOUR-LIMIT; a blank answer to
      * either leaves WS-NEW-WARRANTY-END blank.
       005-ASK-WARRANTY.
          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             DISPLAY "Warranty ends (YYYYMMDD): " WITH NO ADVANCING
             END-DISPLAY
             PERFORM 005-ASK-DATE
          END-PERFORM.
          MOVE WS-DATE-RESULT TO WS-NEW-WARRANTY-END.
          IF WS-NEW-WARRANTY-END = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             MOVE 'Y' TO WS-FIELD-OK
             DISPLAY "Warranty hour limit: " WITH NO ADVANCING
             END-DISPLAY
             MOVE SPACES TO WS-ANSWER
             ACCEPT WS-ANSWER END-ACCEPT
             IF WS-ANSWER = SPACES THEN
                MOVE SPACES TO WS-NEW-WARRANTY-END
             ELSE
                IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
                   OR FUNCTION NUMVAL(WS-ANSWER) < 1
                   OR FUNCTION NUMVAL(WS-ANSWER) > 999999
                THEN
                   DISPLAY "  a whole number of hours, 1-999999; "
                      "try again"
                   END-DISPLAY
                   MOVE 'N' TO WS-FIELD-OK
                ELSE
                   MOVE FUNCTION NUMVAL(WS-ANSWER)
                      TO WS-NEW-HOUR-LIMIT
                END-IF
             END-IF
          END-PERFORM.

      * Adds WS-CUR-SERIAL as a spare with the warranty terms just
      * asked.
       005-APPEND-SPARE.
          MOVE SPACES              TO PA-RECORD.
          MOVE WS-CUR-SERIAL       TO PA-SERIAL.
          MOVE WS-NEW-WARRANTY-END TO PA-WARRANTY-END.
          MOVE WS-NEW-HOUR-LIMIT   TO PA-HOUR-LIMIT.
          MOVE 0                   TO PA-ON-HOURS.
          ADD 1 TO WS-PANEL-COUNT.
          MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-COUNT).
          MOVE 'Y' TO WS-DIRTY.

      * Reads one YYYYMMDD answer into WS-DATE-RESULT; blank gives
      * up with WS-DATE-RESULT blank.
       005-ASK-DATE.
          MOVE 'Y' TO WS-FIELD-OK.
          MOVE SPACES TO WS-DATE-RESULT.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-ANSWER(1:8) IS NOT NUMERIC
             OR WS-ANSWER(9:1) NOT = SPACE
          THEN
             DISPLAY "  eight digits, YYYYMMDD; try again"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER(1:8) TO WS-DATE-ANSWER.
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ANSWER) NOT = 0 THEN
             DISPLAY "  not a real date; try again" END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER(1:8) TO WS-DATE-RESULT.

      * The panel at WS-PANEL-FOUND can only come out after the day
      * it went in and after the last day already posted to it.
       005-CHECK-OUT-DATE.
          MOVE WS-PANEL-ENTRY(WS-PANEL-FOUND) TO PA-RECORD.
          IF WS-DATE-RESULT <= PA-INSTALLED THEN
             DISPLAY "  must be after " FUNCTION TRIM(PA-SERIAL)
                " went in on " PA-INSTALLED "; try again"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          IF PA-POSTED-THRU NOT = SPACES
             AND WS-DATE-RESULT <= PA-POSTED-THRU
          THEN
             DISPLAY "  hours through " PA-POSTED-THRU
                " are already posted to " FUNCTION TRIM(PA-SERIAL)
                "; must be later"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
          END-IF.

      * A host the roster doesn't know is accepted anyway (the roster
      * may simply be behind), but the operator is told.
       005-CHECK-ROSTER.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          MOVE 0 TO WS-PANEL-FOUND.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF KR-HOST = WS-CUR-HOST THEN
                      MOVE 1 TO WS-PANEL-FOUND
                      MOVE 'Y' TO WS-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.
          IF WS-PANEL-FOUND = 0 THEN
             DISPLAY "  (not on the roster)" END-DISPLAY
          END-IF.

       001-SAVE-PANELS.
          OPEN OUTPUT F-PANEL-ASSETS.
          IF WS-PANEL-ASSETS-STATUS NOT = "00" THEN
             DISPLAY "dvd-panel: cannot write panel-assets.dat "
                "(status " WS-PANEL-ASSETS-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             WRITE PA-RECORD
          END-PERFORM.
          CLOSE F-PANEL-ASSETS.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-panel [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive screen for the display panel asset "
                  "master (panel-assets.dat): LIST installed panels, "
                  "ALL panels, ADD a spare panel (serial, warranty "
                  "end, hour limit), SWAP a panel into a host and "
                  "REMOVE one. dvd-pnlhrs posts each day's covered "
                  "hours to the panel installed that day."
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
