       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-WORDER.
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
      * Maintenance screen for the field-service work-order master
      * (work-orders.dat, WORK-ORDER-RECORD.CPY). LIST shows the
      * orders not yet CLOSED and ALL every order, SHOW prints one in
      * full, OPEN raises an order by hand, UPDATE moves an order
      * through DISPATCHED and ON-SITE and records the technician and
      * the vendor's ticket, and CLOSE closes it with a resolution
      * code - the same prompt-and-answer flow as DVD-ROSTER.
      *
      * Unlike DVD-ROSTER the file is re-read before every command
      * and rewritten straight after every change, because DVD-ALERT
      * appends orders of its own while this screen is up; holding
      * the file in memory until QUIT would throw those away. An
      * order DVD-ALERT appends while a command's prompts are being
      * answered is merged in by the rewrite itself, which re-reads
      * the file under the .dvd-log.lck lock DVD-ALERT appends under;
      * a hand-opened order whose number DVD-ALERT took meanwhile is
      * given the next free one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-WORK-ORDERS ASSIGN TO "work-orders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-ORDERS-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-WORK-ORDERS.
       COPY "WORK-ORDER-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-WORK-ORDERS-STATUS PIC XX.
       01 WS-ROSTER-STATUS      PIC XX.
       01 WS-EOF                PIC X.
      *   The orders as last read from work-orders.dat, one record
      *   image per entry; an order being edited is moved into
      *   WO-RECORD, changed there and moved back.
       78 WS-MAX-ORDERS VALUE 2000.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-ENTRY PIC X(203) OCCURS WS-MAX-ORDERS TIMES.
       01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
       01 WS-ORDER-IDX   PIC 9(4).
       01 WS-ORDER-FOUND PIC 9(4).
       01 WS-ORDER-NEXT  PIC 9(6).
       01 WS-ORDER-SHOWN PIC 9(4).
       01 WS-ORDER-HOLD  PIC X(203).
      *   The entry 001-OPEN-ORDER has just added (0 for an edit), and
      *   that order's image while 005-MERGE-ORDERS renumbers it.
       01 WS-ORDER-NEW   PIC 9(4) VALUE 0.
       01 WS-ORDER-MOVED PIC X(203).
       01 WS-ORDER-RENUMBER PIC X.
      *   The cross-instance lock DVD-THINGY appends its logs under,
      *   taken around each rewrite; see its WS-INSTANCE-ID comment
      *   block for the stale-holder policy.
       78 WS-LOCK-MAX-TRIES    VALUE 20.
       78 WS-LOCK-RETRY-NANOS  VALUE 50000000.
       01 WS-LOCK-TRY          PIC 99.
       01 WS-LOCK-RC           PIC S9(9).
       01 WS-LOCK-SLEEP        PIC 9(9) VALUE WS-LOCK-RETRY-NANOS.
       01 WS-LOCK-TAKE-CMD     PIC X(50)
          VALUE "mkdir .dvd-log.lck 2> /dev/null".
       01 WS-LOCK-FREE-CMD     PIC X(50)
          VALUE "rmdir .dvd-log.lck 2> /dev/null".
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
      *   One prompt's answer; blank keeps the current value.
       01 WS-ANSWER    PIC X(40).
       01 WS-COMMAND   PIC X(10).
       01 WS-DONE      PIC X VALUE 'N'.
       01 WS-FIELD-OK  PIC X.
       01 WS-LIST-ALL  PIC X.
       01 WS-NOW-STAMP PIC X(14).
       01 WS-OPERATOR  PIC X(16).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE SPACES TO WS-OPERATOR.
          ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER" END-ACCEPT.
          IF WS-OPERATOR = SPACES THEN
             MOVE "unknown" TO WS-OPERATOR
          END-IF.
          PERFORM 001-LOAD-ORDERS.
          DISPLAY "Work orders: work-orders.dat ("
             WS-ORDER-COUNT " orders)"
          END-DISPLAY.
          DISPLAY "Commands: LIST, ALL, SHOW, OPEN, UPDATE, CLOSE, QUIT"
          END-DISPLAY.

          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "worder> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             PERFORM 001-LOAD-ORDERS
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "LIST"
                MOVE 'N' TO WS-LIST-ALL
                PERFORM 001-LIST-ORDERS
             WHEN "ALL"
                MOVE 'Y' TO WS-LIST-ALL
                PERFORM 001-LIST-ORDERS
             WHEN "SHOW"
                PERFORM 001-SHOW-ORDER
             WHEN "OPEN"
                PERFORM 001-OPEN-ORDER
             WHEN "UPDATE"
                PERFORM 001-UPDATE-ORDER
             WHEN "CLOSE"
                PERFORM 001-CLOSE-ORDER
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  LIST, ALL, SHOW, OPEN, UPDATE, CLOSE or QUIT"
                END-DISPLAY
             END-EVALUATE
          END-PERFORM.
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
                DISPLAY "Try 'dvd-worder -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-worder 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

      * Reads the whole file into the table and works out the next
      * free order number, one past the highest on file.
       001-LOAD-ORDERS.
          MOVE 0 TO WS-ORDER-COUNT.
          MOVE 1 TO WS-ORDER-NEXT.
          OPEN INPUT F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS NOT = "00" THEN
      *      No orders yet; DVD-ALERT or OPEN starts the file.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-WORK-ORDERS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF WO-NUMBER IS NUMERIC
                      AND WS-ORDER-COUNT < WS-MAX-ORDERS
                   THEN
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-COUNT)
                      IF WO-NUMBER >= WS-ORDER-NEXT THEN
                         COMPUTE WS-ORDER-NEXT = WO-NUMBER + 1
                         END-COMPUTE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-WORK-ORDERS.

       001-LIST-ORDERS.
          MOVE 0 TO WS-ORDER-SHOWN.
          PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO WO-RECORD
             IF WS-LIST-ALL = 'Y' OR WO-STATUS NOT = "CLOSED" THEN
                ADD 1 TO WS-ORDER-SHOWN
                DISPLAY "  " WO-NUMBER " " WO-HOST " " WO-SITE " "
                   WO-KIND " " WO-STATUS " " WO-OPENED(1:8) " "
                   WO-TECH
                END-DISPLAY
             END-IF
          END-PERFORM.
          IF WS-ORDER-SHOWN = 0 THEN
             IF WS-LIST-ALL = 'Y' THEN
                DISPLAY "  no work orders on file" END-DISPLAY
             ELSE
                DISPLAY "  no open work orders" END-DISPLAY
             END-IF
          END-IF.

       001-SHOW-ORDER.
          PERFORM 005-ASK-ORDER.
          IF WS-ORDER-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "  Order         " WO-NUMBER END-DISPLAY.
          DISPLAY "  Host          " FUNCTION TRIM(WO-HOST)
          END-DISPLAY.
          DISPLAY "  Site          " FUNCTION TRIM(WO-SITE)
          END-DISPLAY.
          DISPLAY "  Location      " FUNCTION TRIM(WO-NAME)
          END-DISPLAY.
          DISPLAY "  Kind          " FUNCTION TRIM(WO-KIND)
          END-DISPLAY.
          DISPLAY "  Status        " FUNCTION TRIM(WO-STATUS)
          END-DISPLAY.
          DISPLAY "  Opened        " WO-OPENED " by "
             FUNCTION TRIM(WO-OPENED-BY)
          END-DISPLAY.
          DISPLAY "  Technician    " FUNCTION TRIM(WO-TECH)
          END-DISPLAY.
          DISPLAY "  Vendor ticket " FUNCTION TRIM(WO-VENDOR-TICKET)
          END-DISPLAY.
          IF WO-STATUS = "CLOSED" THEN
             DISPLAY "  Closed        " WO-CLOSED " "
                FUNCTION TRIM(WO-RESOLUTION)
             END-DISPLAY
          END-IF.

      * Raises an order by hand, for faults DVD-ALERT never sees
      * (a cracked panel, a vandalised case). Same rule as the
      * automatic path: one order at a time per unit.
       001-OPEN-ORDER.
          IF WS-ORDER-COUNT >= WS-MAX-ORDERS THEN
             DISPLAY "  order file is full (" WS-MAX-ORDERS " orders)"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Host tag: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER)) > 20
          THEN
             DISPLAY "  not a usable host tag; nothing opened"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO WO-RECORD
             IF WO-HOST = FUNCTION TRIM(WS-ANSWER)
                AND WO-STATUS NOT = "CLOSED"
             THEN
                DISPLAY "  order " WO-NUMBER " is already open for "
                   "this unit" END-DISPLAY
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.

          MOVE SPACES TO WO-RECORD.
          MOVE WS-ORDER-NEXT            TO WO-NUMBER.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WO-HOST.
          PERFORM 005-ROSTER-DETAILS.
          IF WO-SITE = SPACES THEN
             DISPLAY "  (not on the roster; site left blank)"
             END-DISPLAY
          END-IF.
          DISPLAY "Problem kind [MANUAL]: " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             MOVE "MANUAL" TO WO-KIND
          ELSE
             MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:12)) TO WO-KIND
          END-IF.
          MOVE "OPEN"      TO WO-STATUS.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WO-OPENED.
          MOVE WS-OPERATOR TO WO-OPENED-BY.

          ADD 1 TO WS-ORDER-COUNT.
          MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-COUNT).
          MOVE WS-ORDER-COUNT TO WS-ORDER-NEW.
          PERFORM 005-SAVE-ORDERS.
          MOVE 0 TO WS-ORDER-NEW.
          DISPLAY "  opened work order " WO-NUMBER END-DISPLAY.

       001-UPDATE-ORDER.
          PERFORM 005-ASK-ORDER.
          IF WS-ORDER-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          IF WO-STATUS = "CLOSED" THEN
             DISPLAY "  order is closed" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             PERFORM 005-EDIT-STATUS
          END-PERFORM.

          DISPLAY "Technician [" FUNCTION TRIM(WO-TECH) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER NOT = SPACES THEN
             MOVE WS-ANSWER(1:20) TO WO-TECH
          END-IF.

          DISPLAY "Vendor ticket [" FUNCTION TRIM(WO-VENDOR-TICKET)
             "]: " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER NOT = SPACES THEN
             MOVE WS-ANSWER(1:20) TO WO-VENDOR-TICKET
          END-IF.

          MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-FOUND).
          PERFORM 005-SAVE-ORDERS.
          DISPLAY "  updated work order " WO-NUMBER END-DISPLAY.

       001-CLOSE-ORDER.
          PERFORM 005-ASK-ORDER.
          IF WS-ORDER-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          IF WO-STATUS = "CLOSED" THEN
             DISPLAY "  order is already closed" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             PERFORM 005-EDIT-RESOLUTION
          END-PERFORM.
          IF WO-RESOLUTION = SPACES THEN
             DISPLAY "  no resolution given; order left open"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE "CLOSED" TO WO-STATUS.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WO-CLOSED.
          MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-FOUND).
          PERFORM 005-SAVE-ORDERS.
          DISPLAY "  closed work order " WO-NUMBER " "
             FUNCTION TRIM(WO-RESOLUTION)
          END-DISPLAY.

      * Prompts for an order number and leaves the order in WO-RECORD
      * with its table row in WS-ORDER-FOUND, or WS-ORDER-FOUND = 0.
       005-ASK-ORDER.
          MOVE 0 TO WS-ORDER-FOUND.
          DISPLAY "Order number: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES
             OR FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
          THEN
             DISPLAY "  not an order number" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO WO-RECORD
             IF WO-NUMBER = FUNCTION NUMVAL(WS-ANSWER) THEN
                MOVE WS-ORDER-IDX TO WS-ORDER-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-ORDER-FOUND = 0 THEN
             DISPLAY "  no such order" END-DISPLAY
          END-IF.

      * CLOSED is only reached through CLOSE, which demands a
      * resolution code.
       005-EDIT-STATUS.
          MOVE 'Y' TO WS-FIELD-OK.
          DISPLAY "Status (OPEN/DISPATCHED/ON-SITE) ["
             FUNCTION TRIM(WO-STATUS) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
          WHEN SPACES
             CONTINUE
          WHEN "OPEN"
             MOVE "OPEN" TO WO-STATUS
          WHEN "DISPATCHED"
             MOVE "DISPATCHED" TO WO-STATUS
          WHEN "ON-SITE"
             MOVE "ON-SITE" TO WO-STATUS
          WHEN OTHER
             DISPLAY "  OPEN, DISPATCHED or ON-SITE (use CLOSE to "
                "close); try again" END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
          END-EVALUATE.

      * Blank answers back out of the close.
       005-EDIT-RESOLUTION.
          MOVE 'Y' TO WS-FIELD-OK.
          MOVE SPACES TO WO-RESOLUTION.
          DISPLAY "Resolution (REPAIRED/REPLACED/RESTARTED/NOFAULT/"
             "REMOVED): " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
          WHEN SPACES
             CONTINUE
          WHEN "REPAIRED"
          WHEN "REPLACED"
          WHEN "RESTARTED"
          WHEN "NOFAULT"
          WHEN "REMOVED"
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                TO WO-RESOLUTION
          WHEN OTHER
             DISPLAY "  REPAIRED, REPLACED, RESTARTED, NOFAULT or "
                "REMOVED; try again" END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
          END-EVALUATE.

      * Copies the unit's KR-SITE/KR-NAME into the order in WO-RECORD.
       005-ROSTER-DETAILS.
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
                   IF KR-HOST = WO-HOST THEN
                      MOVE KR-SITE TO WO-SITE
                      MOVE KR-NAME TO WO-NAME
                      MOVE 'Y' TO WS-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * Rewrites the file from the table, under the lock and after
      * merging in whatever DVD-ALERT appended since the table was
      * read; WO-RECORD is saved around it so the caller can still
      * report on the order it changed.
       005-SAVE-ORDERS.
          MOVE WO-RECORD TO WS-ORDER-HOLD.
          PERFORM 005-TAKE-LOG-LOCK.
          PERFORM 005-MERGE-ORDERS.
          OPEN OUTPUT F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS NOT = "00" THEN
             PERFORM 005-RELEASE-LOG-LOCK
             DISPLAY "dvd-worder: cannot write work-orders.dat "
                "(status " WS-WORK-ORDERS-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO WO-RECORD
             WRITE WO-RECORD
          END-PERFORM.
          CLOSE F-WORK-ORDERS.
          PERFORM 005-RELEASE-LOG-LOCK.
          MOVE WS-ORDER-HOLD TO WO-RECORD.

      * Re-reads the file and adds every order the table lacks. The
      * table's copy of an order wins, being the one just edited. An
      * order on file with the number of the one just opened is
      * DVD-ALERT's: it takes that slot, and the new order goes last
      * under the next free number, which keeps the file ascending.
       005-MERGE-ORDERS.
          MOVE 'N' TO WS-ORDER-RENUMBER.
          OPEN INPUT F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-WORK-ORDERS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF WO-NUMBER IS NUMERIC THEN
                         PERFORM 005-MERGE-ONE-ORDER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-WORK-ORDERS
          END-IF.
          IF WS-ORDER-RENUMBER = 'Y' THEN
             MOVE WS-ORDER-MOVED TO WO-RECORD
             MOVE WS-ORDER-NEXT  TO WO-NUMBER
             ADD 1 TO WS-ORDER-NEXT
             ADD 1 TO WS-ORDER-COUNT
             MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-COUNT)
             MOVE WO-RECORD TO WS-ORDER-HOLD
             MOVE WS-ORDER-COUNT TO WS-ORDER-NEW
          END-IF.

       005-MERGE-ONE-ORDER.
          IF WO-NUMBER >= WS-ORDER-NEXT THEN
             COMPUTE WS-ORDER-NEXT = WO-NUMBER + 1 END-COMPUTE
          END-IF.
          MOVE 0 TO WS-ORDER-FOUND.
          PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             IF WS-ORDER-ENTRY(WS-ORDER-IDX)(1:6) = WO-RECORD(1:6)
             THEN
                MOVE WS-ORDER-IDX TO WS-ORDER-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-ORDER-FOUND > 0 THEN
             IF WS-ORDER-FOUND = WS-ORDER-NEW THEN
                MOVE WS-ORDER-ENTRY(WS-ORDER-FOUND) TO WS-ORDER-MOVED
                MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-FOUND)
                MOVE 0   TO WS-ORDER-NEW
                MOVE 'Y' TO WS-ORDER-RENUMBER
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF WS-ORDER-COUNT >= WS-MAX-ORDERS THEN
      *      Rewriting now would drop the order just read.
             PERFORM 005-RELEASE-LOG-LOCK
             DISPLAY "dvd-worder: order file is full (" WS-MAX-ORDERS
                " orders); work-orders.dat left as it was"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-ORDER-COUNT.
          MOVE WO-RECORD TO WS-ORDER-ENTRY(WS-ORDER-COUNT).

       005-TAKE-LOG-LOCK.
          MOVE 0 TO WS-LOCK-TRY.
      *   The sleep call resets RETURN-CODE, so the mkdir status
      *   has to be captured in its own field for the loop test.
          PERFORM WITH TEST AFTER
                  UNTIL WS-LOCK-RC = 0
                     OR WS-LOCK-TRY >= WS-LOCK-MAX-TRIES
             ADD 1 TO WS-LOCK-TRY
             CALL "SYSTEM" USING WS-LOCK-TAKE-CMD END-CALL
             MOVE RETURN-CODE TO WS-LOCK-RC
             IF WS-LOCK-RC NOT = 0 THEN
                CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-SLEEP END-CALL
             END-IF
          END-PERFORM.

       005-RELEASE-LOG-LOCK.
          CALL "SYSTEM" USING WS-LOCK-FREE-CMD END-CALL.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-worder [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive screen for the field-service work "
                  "orders in work-orders.dat: LIST open orders, ALL "
                  "orders, SHOW one, OPEN one by hand, UPDATE its "
                  "status (OPEN, DISPATCHED, ON-SITE), technician "
                  "and vendor ticket, and CLOSE it with a resolution "
                  "code. DVD-ALERT opens orders on escalation."
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
