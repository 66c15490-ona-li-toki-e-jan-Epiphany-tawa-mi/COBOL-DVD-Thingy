       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-QREVIEW.
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
      * Review screen for quarantine.dat, the lines DVD-CHECK pulled
      * out of the shared data files. Until now a quarantined line
      * sat there for good and its corner hit or session dropped out
      * of every count; here an operator works the backlog down:
      *
      *   LIST      pending records counted by source file and reason,
      *             then paged for the source/reason picked;
      *   SHOW      one record, its line split into the fields of its
      *             source's layout;
      *   FIX       correct fields one at a time (or retype the whole
      *             LINE), re-check the result with LAYOUT-CHECK.CBL -
      *             the very rules DVD-CHECK applies - and, once it
      *             passes, resubmit it by appending it to its
      *             QR-SOURCE file;
      *   WRITEOFF  drop a record for good, with a reason.
      *
      * Every decision goes to quarantine-disp.dat (QUARANTINE-
      * DISPOSITION-RECORD.CPY) with the operator and the time; a
      * record with a disposition is resolved and leaves the LIST.
      * quarantine.dat itself is never rewritten - DVD-CHECK only
      * appends to it, so a record's line number names it for good.
      *
      * As DVD-WORDER, both files are re-read before every command,
      * because DVD-CHECK may add records and another operator may
      * resolve some while this screen is up; the disposition file is
      * checked once more just before a decision is written, so two
      * screens cannot resubmit the same line twice. Appends to the
      * live logs go under the cross-instance log lock DVD-THINGY
      * writes under.
      *
      * A daily-summary.dat line has to land after the file's last
      * date to pass the ascending-date rule; an older day cannot be
      * resubmitted and is written off (DVD-POST rebuilds a day from
      * the raw hits). A corner hit at or before dvd-post's
      * high-water mark (posting.hwm) cannot be resubmitted either:
      * DVD-POST would never post it, and the log line would then
      * stand in corner-hits.log with no count behind it for
      * DVD-BALANCE, DVD-SEAL and DVD-SEALCK to trip over night
      * after night. It can only be written off; its day's summary
      * stays one short, as it already is.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-QUARANTINE ASSIGN TO "quarantine.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUARANTINE-STATUS.
          SELECT F-DISPOSITION ASSIGN TO "quarantine-disp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPOSITION-STATUS.
      *   The data file a corrected line goes back to (QR-SOURCE).
          SELECT F-TARGET ASSIGN DYNAMIC WS-TARGET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARGET-STATUS.
          SELECT F-POST-HWM ASSIGN TO "posting.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POST-HWM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-QUARANTINE.
       COPY "QUARANTINE-RECORD.CPY".
       FD F-DISPOSITION.
       COPY "QUARANTINE-DISPOSITION-RECORD.CPY".
       FD F-TARGET.
       01 WS-TARGET-LINE PIC X(200).
       FD F-POST-HWM.
       01 WS-POST-HWM-LINE PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-QUARANTINE-STATUS  PIC XX.
       01 WS-DISPOSITION-STATUS PIC XX.
       01 WS-TARGET-STATUS      PIC XX.
       01 WS-POST-HWM-STATUS    PIC XX.
       01 WS-TARGET-PATH        PIC X(20).
       01 WS-EOF                PIC X.
      *   Records already decided, from quarantine-disp.dat: line
      *   number plus the QR-TIMESTAMP/QR-SOURCE cross-check.
       78 WS-MAX-DECIDED VALUE 10000.
       01 WS-DECIDED-TABLE.
          05 WS-DECIDED-ENTRY OCCURS WS-MAX-DECIDED TIMES.
             10 WS-DECIDED-NUMBER PIC 9(7).
             10 WS-DECIDED-STAMP  PIC X(14).
             10 WS-DECIDED-SOURCE PIC X(20).
       01 WS-DECIDED-COUNT PIC 9(5) VALUE 0.
       01 WS-DECIDED-IDX   PIC 9(5).
      *   The records still pending, oldest first, one QR-RECORD
      *   image each with its line number in quarantine.dat. A
      *   backlog bigger than the table shows its oldest part; the
      *   rest comes into view as those are resolved.
       78 WS-MAX-PENDING VALUE 2000.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
             10 WS-PENDING-NUMBER PIC 9(7).
             10 WS-PENDING-RECORD PIC X(247).
       01 WS-PENDING-COUNT  PIC 9(4) VALUE 0.
       01 WS-PENDING-IDX    PIC 9(4).
       01 WS-PENDING-FOUND  PIC 9(4).
       01 WS-PENDING-TOTAL  PIC 9(7) VALUE 0.
       01 WS-QR-NUMBER      PIC 9(7).
       01 WS-QR-LAST        PIC 9(7) VALUE 0.
       01 WS-IS-DECIDED     PIC X.
      *   LIST's pending counts by source and reason.
       78 WS-MAX-GROUPS VALUE 50.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS WS-MAX-GROUPS TIMES.
             10 WS-GROUP-SOURCE PIC X(20).
             10 WS-GROUP-REASON PIC X(10).
             10 WS-GROUP-COUNT  PIC 9(7).
       01 WS-GROUP-COUNT-USED PIC 99 VALUE 0.
       01 WS-GROUP-IDX        PIC 99.
       01 WS-WANT-SOURCE      PIC X(20).
       01 WS-WANT-REASON      PIC X(10).
       78 WS-PAGE-SIZE VALUE 15.
       01 WS-PAGE-SHOWN  PIC 99.
       01 WS-MATCH-COUNT PIC 9(7).
       01 WS-SCAN-DONE   PIC X.
      *   The fields of each source's layout an operator may correct,
      *   name, offset and length as in the record copybooks; N marks
      *   a numeric field, where a short answer is zero-filled from
      *   the left. LINE (the whole line) is offered for every source.
       78 WS-FIELD-COUNT VALUE 22.
       01 WS-FIELD-TABLE.
          05 FILLER PIC X(39)
             VALUE "corner-hits.log     TIMESTAMP   001014N".
          05 FILLER PIC X(39)
             VALUE "corner-hits.log     CORNER      016002X".
          05 FILLER PIC X(39)
             VALUE "corner-hits.log     WIDTH       019004N".
          05 FILLER PIC X(39)
             VALUE "corner-hits.log     HEIGHT      024004N".
          05 FILLER PIC X(39)
             VALUE "session.log         TIMESTAMP   001014N".
          05 FILLER PIC X(39)
             VALUE "session.log         PROGRAM     016012X".
          05 FILLER PIC X(39)
             VALUE "session.log         EVENT       029005X".
          05 FILLER PIC X(39)
             VALUE "session.log         REASON      035006X".
          05 FILLER PIC X(39)
             VALUE "session.log         OPTIONS     042120X".
          05 FILLER PIC X(39)
             VALUE "attract-history.log TIMESTAMP   001014N".
          05 FILLER PIC X(39)
             VALUE "attract-history.log INTERVAL    016009N".
          05 FILLER PIC X(39)
             VALUE "attract-history.log RETURN-CODE 026010X".
          05 FILLER PIC X(39)
             VALUE "attract-history.log COMMAND     037060X".
          05 FILLER PIC X(39)
             VALUE "daily-summary.dat   DATE        001008N".
          05 FILLER PIC X(39)
             VALUE "daily-summary.dat   COUNT-TL    010009N".
          05 FILLER PIC X(39)
             VALUE "daily-summary.dat   COUNT-TR    020009N".
          05 FILLER PIC X(39)
             VALUE "daily-summary.dat   COUNT-BL    030009N".
          05 FILLER PIC X(39)
             VALUE "daily-summary.dat   COUNT-BR    040009N".
          05 FILLER PIC X(39)
             VALUE "ops-events.dat      EVENT-TYPE  001012X".
          05 FILLER PIC X(39)
             VALUE "ops-events.dat      TIMESTAMP   014014N".
          05 FILLER PIC X(39)
             VALUE "ops-events.dat      SOURCE      029012X".
          05 FILLER PIC X(39)
             VALUE "ops-events.dat      DETAIL      042120X".
       01 WS-FIELDS REDEFINES WS-FIELD-TABLE.
          05 WS-FIELD OCCURS WS-FIELD-COUNT TIMES.
             10 WS-FIELD-FILE   PIC X(20).
             10 WS-FIELD-NAME   PIC X(12).
             10 WS-FIELD-OFFSET PIC 999.
             10 WS-FIELD-LENGTH PIC 999.
             10 WS-FIELD-TYPE   PIC X.
       01 WS-FIELD-IDX   PIC 99.
       01 WS-FIELD-FOUND PIC 99.
      *   The correction under way: the line being edited, the field
      *   asked for, its new value, and the names of the fields
      *   changed (QD-NOTE).
       01 WS-FIX-LINE     PIC X(200).
       01 WS-FIX-FIELD    PIC X(12).
       01 WS-FIX-VALUE    PIC X(200).
       01 WS-FIX-BUFFER   PIC X(200).
       01 WS-FIX-OFFSET   PIC 999.
       01 WS-FIX-LENGTH   PIC 999.
       01 WS-VALUE-LENGTH PIC 999.
       01 WS-FIX-NOTE     PIC X(40).
       01 WS-FIX-NOTE-PTR PIC 99.
       01 WS-FIX-DONE     PIC X.
       01 WS-FIX-PASSED   PIC X.
       01 WS-POST-HWM     PIC X(14).
       01 WS-FIX-POSTED   PIC X.
      *   The line under re-check and its verdict, handed to
      *   LAYOUT-CHECK.CBL; see its call convention.
       01 WS-LAYOUT-CHECK.
          05 WS-LC-FILE      PIC X(20).
          05 WS-LC-LINE      PIC X(200).
          05 WS-LC-PREV-DATE PIC X(8).
          05 WS-LC-OK        PIC X.
          05 WS-LC-REASON    PIC X(10).
      *   The decision about to be written.
       01 WS-DECISION-ACTION PIC X(10).
       01 WS-DECISION-NOTE   PIC X(40).
       01 WS-DECISION-LINE   PIC X(200).
       01 WS-STILL-PENDING   PIC X.
       01 WS-APPEND-DONE     PIC X.
      *   The cross-instance log lock DVD-THINGY appends under; see
      *   its WS-INSTANCE-ID comment block for the stale-holder
      *   policy, which is followed here too.
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
       01 WS-ANSWER    PIC X(200).
       01 WS-COMMAND   PIC X(10).
       01 WS-DONE      PIC X VALUE 'N'.
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
          PERFORM 001-LOAD-QUARANTINE.
          DISPLAY "Quarantine review: quarantine.dat (" WS-QR-LAST
             " records, " WS-PENDING-TOTAL " pending)"
          END-DISPLAY.
          DISPLAY "Commands: LIST, SHOW, FIX, WRITEOFF, QUIT"
          END-DISPLAY.

          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "qreview> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             PERFORM 001-LOAD-QUARANTINE
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "LIST"
                PERFORM 001-LIST-PENDING
             WHEN "SHOW"
                PERFORM 001-SHOW-RECORD
             WHEN "FIX"
                PERFORM 001-FIX-RECORD
             WHEN "WRITEOFF"
                PERFORM 001-WRITE-OFF-RECORD
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  LIST, SHOW, FIX, WRITEOFF or QUIT"
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
                DISPLAY "Try 'dvd-qreview -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-qreview 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

      * Reads the decisions, then quarantine.dat, keeping the records
      * no decision covers.
       001-LOAD-QUARANTINE.
          MOVE 0 TO WS-DECIDED-COUNT.
          OPEN INPUT F-DISPOSITION.
          IF WS-DISPOSITION-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-DISPOSITION
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM 005-REMEMBER-DECISION
                END-READ
             END-PERFORM
             CLOSE F-DISPOSITION
          END-IF.

          MOVE 0 TO WS-PENDING-COUNT.
          MOVE 0 TO WS-PENDING-TOTAL.
          MOVE 0 TO WS-QR-NUMBER.
          OPEN INPUT F-QUARANTINE.
          IF WS-QUARANTINE-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-QUARANTINE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      ADD 1 TO WS-QR-NUMBER
                      PERFORM 005-KEEP-IF-PENDING
                END-READ
             END-PERFORM
             CLOSE F-QUARANTINE
          END-IF.
          MOVE WS-QR-NUMBER TO WS-QR-LAST.

       005-REMEMBER-DECISION.
          IF QD-QR-NUMBER IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-DECIDED-COUNT >= WS-MAX-DECIDED THEN
             DISPLAY "dvd-qreview: more than " WS-MAX-DECIDED
                " decisions in quarantine-disp.dat; aborting rather "
                "than offering a decided record again"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-DECIDED-COUNT.
          MOVE QD-QR-NUMBER    TO WS-DECIDED-NUMBER(WS-DECIDED-COUNT).
          MOVE QD-QR-TIMESTAMP TO WS-DECIDED-STAMP(WS-DECIDED-COUNT).
          MOVE QD-SOURCE       TO WS-DECIDED-SOURCE(WS-DECIDED-COUNT).

       005-KEEP-IF-PENDING.
          MOVE 'N' TO WS-IS-DECIDED.
          PERFORM VARYING WS-DECIDED-IDX FROM 1 BY 1
                  UNTIL WS-DECIDED-IDX > WS-DECIDED-COUNT
             IF WS-DECIDED-NUMBER(WS-DECIDED-IDX) = WS-QR-NUMBER
                AND WS-DECIDED-STAMP(WS-DECIDED-IDX) = QR-TIMESTAMP
                AND WS-DECIDED-SOURCE(WS-DECIDED-IDX) = QR-SOURCE
             THEN
                MOVE 'Y' TO WS-IS-DECIDED
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-IS-DECIDED = 'Y' THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-PENDING-TOTAL.
          IF WS-PENDING-COUNT < WS-MAX-PENDING THEN
             ADD 1 TO WS-PENDING-COUNT
             MOVE WS-QR-NUMBER TO WS-PENDING-NUMBER(WS-PENDING-COUNT)
             MOVE QR-RECORD    TO WS-PENDING-RECORD(WS-PENDING-COUNT)
          END-IF.

      * LIST: the pending counts by source and reason, then a page
      * through the records of the source and reason picked.
       001-LIST-PENDING.
          IF WS-PENDING-COUNT = 0 THEN
             DISPLAY "  no quarantine records pending" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-GROUP-COUNT-USED.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
             MOVE WS-PENDING-RECORD(WS-PENDING-IDX) TO QR-RECORD
             PERFORM 005-COUNT-IN-GROUP
          END-PERFORM.
          DISPLAY "  SOURCE               REASON       PENDING"
          END-DISPLAY.
          PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                  UNTIL WS-GROUP-IDX > WS-GROUP-COUNT-USED
             DISPLAY "  " WS-GROUP-SOURCE(WS-GROUP-IDX) " "
                WS-GROUP-REASON(WS-GROUP-IDX) "  "
                WS-GROUP-COUNT(WS-GROUP-IDX)
             END-DISPLAY
          END-PERFORM.
          IF WS-PENDING-TOTAL > WS-PENDING-COUNT THEN
             DISPLAY "  (" WS-PENDING-TOTAL " pending in all; the "
                "oldest " WS-MAX-PENDING " are shown)"
             END-DISPLAY
          END-IF.

          DISPLAY "Source file (blank for all): " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-WANT-SOURCE.
          DISPLAY "Reason (blank for all): " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
             TO WS-WANT-REASON.

          MOVE 0 TO WS-MATCH-COUNT.
          MOVE 0 TO WS-PAGE-SHOWN.
          MOVE 'N' TO WS-SCAN-DONE.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                     OR WS-SCAN-DONE = 'Y'
             MOVE WS-PENDING-RECORD(WS-PENDING-IDX) TO QR-RECORD
             PERFORM 005-LIST-ONE-PENDING
          END-PERFORM.
          DISPLAY "  " WS-MATCH-COUNT " record(s) listed"
          END-DISPLAY.

       005-COUNT-IN-GROUP.
          PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                  UNTIL WS-GROUP-IDX > WS-GROUP-COUNT-USED
             IF WS-GROUP-SOURCE(WS-GROUP-IDX) = QR-SOURCE
                AND WS-GROUP-REASON(WS-GROUP-IDX) = QR-REASON
             THEN
                ADD 1 TO WS-GROUP-COUNT(WS-GROUP-IDX)
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          IF WS-GROUP-COUNT-USED >= WS-MAX-GROUPS THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-GROUP-COUNT-USED.
          MOVE QR-SOURCE TO WS-GROUP-SOURCE(WS-GROUP-COUNT-USED).
          MOVE QR-REASON TO WS-GROUP-REASON(WS-GROUP-COUNT-USED).
          MOVE 1         TO WS-GROUP-COUNT(WS-GROUP-COUNT-USED).

       005-LIST-ONE-PENDING.
          IF WS-WANT-SOURCE NOT = SPACES
             AND QR-SOURCE NOT = WS-WANT-SOURCE
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-WANT-REASON NOT = SPACES
             AND QR-REASON NOT = WS-WANT-REASON
          THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-MATCH-COUNT.
          DISPLAY "  " WS-PENDING-NUMBER(WS-PENDING-IDX) " "
             QR-TIMESTAMP " " QR-SOURCE " " QR-REASON " "
             QR-LINE(1:50)
          END-DISPLAY.
          ADD 1 TO WS-PAGE-SHOWN.
          IF WS-PAGE-SHOWN >= WS-PAGE-SIZE THEN
             MOVE 0 TO WS-PAGE-SHOWN
             DISPLAY "  -- more (Enter) or Q to stop: "
                WITH NO ADVANCING
             END-DISPLAY
             MOVE SPACES TO WS-ANSWER
             ACCEPT WS-ANSWER END-ACCEPT
             IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "Q" THEN
                MOVE 'Y' TO WS-SCAN-DONE
             END-IF
          END-IF.

       001-SHOW-RECORD.
          PERFORM 005-ASK-RECORD.
          IF WS-PENDING-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "  Record       " WS-PENDING-NUMBER(WS-PENDING-FOUND)
          END-DISPLAY.
          DISPLAY "  Quarantined  " QR-TIMESTAMP END-DISPLAY.
          DISPLAY "  Source       " FUNCTION TRIM(QR-SOURCE)
          END-DISPLAY.
          DISPLAY "  Reason       " FUNCTION TRIM(QR-REASON)
          END-DISPLAY.
          MOVE QR-LINE TO WS-FIX-LINE.
          PERFORM 005-SHOW-FIELDS.

      * FIX: edit fields until the operator is done, re-check, and
      * either resubmit the passing line or go round again.
       001-FIX-RECORD.
          PERFORM 005-ASK-RECORD.
          IF WS-PENDING-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "  " FUNCTION TRIM(QR-SOURCE) ", quarantined "
             QR-TIMESTAMP " as " FUNCTION TRIM(QR-REASON)
          END-DISPLAY.
          MOVE QR-LINE TO WS-FIX-LINE.
          IF QR-SOURCE = "corner-hits.log" THEN
             PERFORM 005-CHECK-IF-POSTED
             IF WS-FIX-POSTED = 'Y' THEN
                EXIT PARAGRAPH
             END-IF
          END-IF.
          MOVE SPACES TO WS-FIX-NOTE.
          MOVE 1 TO WS-FIX-NOTE-PTR.
          MOVE 'N' TO WS-FIX-PASSED.
          MOVE 'N' TO WS-FIX-DONE.
          PERFORM WITH TEST AFTER UNTIL WS-FIX-DONE = 'Y'
             PERFORM 005-SHOW-FIELDS
             PERFORM WITH TEST AFTER UNTIL WS-FIX-FIELD = SPACES
                PERFORM 005-EDIT-ONE-FIELD
             END-PERFORM
             PERFORM 005-RECHECK-LINE
             IF WS-LC-OK = 'Y' THEN
                MOVE 'Y' TO WS-FIX-PASSED
                MOVE 'Y' TO WS-FIX-DONE
             ELSE
                DISPLAY "  still fails: " FUNCTION TRIM(WS-LC-REASON)
                   ". Keep editing (Y/N) [Y]: " WITH NO ADVANCING
                END-DISPLAY
                MOVE SPACES TO WS-ANSWER
                ACCEPT WS-ANSWER END-ACCEPT
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = "N"
                THEN
                   MOVE 'Y' TO WS-FIX-DONE
                END-IF
             END-IF
          END-PERFORM.
          IF WS-FIX-PASSED = 'N' THEN
             DISPLAY "  left in quarantine" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          DISPLAY "  passes the " FUNCTION TRIM(QR-SOURCE)
             " layout rules:" END-DISPLAY.
          DISPLAY "  " FUNCTION TRIM(WS-FIX-LINE TRAILING)
          END-DISPLAY.
          IF QR-SOURCE = "corner-hits.log" THEN
             PERFORM 005-CHECK-IF-POSTED
             IF WS-FIX-POSTED = 'Y' THEN
                EXIT PARAGRAPH
             END-IF
          END-IF.
          DISPLAY "Resubmit to " FUNCTION TRIM(QR-SOURCE)
             " (Y/N) [N]: " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
          THEN
             DISPLAY "  not resubmitted; left in quarantine"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          PERFORM 005-CHECK-STILL-PENDING.
          IF WS-STILL-PENDING = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-APPEND-TO-SOURCE.
          IF WS-APPEND-DONE = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE "RESUBMIT" TO WS-DECISION-ACTION.
          IF WS-FIX-NOTE = SPACES THEN
             MOVE "AS-IS" TO WS-DECISION-NOTE
          ELSE
             MOVE WS-FIX-NOTE TO WS-DECISION-NOTE
          END-IF.
          MOVE WS-FIX-LINE TO WS-DECISION-LINE.
          PERFORM 005-WRITE-DECISION.
          DISPLAY "  record " WS-PENDING-NUMBER(WS-PENDING-FOUND)
             " resubmitted to " FUNCTION TRIM(QR-SOURCE)
          END-DISPLAY.

       001-WRITE-OFF-RECORD.
          PERFORM 005-ASK-RECORD.
          IF WS-PENDING-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "  " FUNCTION TRIM(QR-SOURCE) " "
             FUNCTION TRIM(QR-REASON) ": " QR-LINE(1:60)
          END-DISPLAY.
          DISPLAY "Write-off reason: " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             DISPLAY "  no reason given; left in quarantine"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-DECISION-NOTE.
          DISPLAY "Write off record "
             WS-PENDING-NUMBER(WS-PENDING-FOUND) " (Y/N) [N]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
          THEN
             DISPLAY "  not written off" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          PERFORM 005-CHECK-STILL-PENDING.
          IF WS-STILL-PENDING = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE "WRITEOFF" TO WS-DECISION-ACTION.
          MOVE QR-LINE    TO WS-DECISION-LINE.
          PERFORM 005-WRITE-DECISION.
          DISPLAY "  record " WS-PENDING-NUMBER(WS-PENDING-FOUND)
             " written off" END-DISPLAY.

      * Prompts for a record number and leaves the record in
      * QR-RECORD with its table row in WS-PENDING-FOUND, or
      * WS-PENDING-FOUND = 0.
       005-ASK-RECORD.
          MOVE 0 TO WS-PENDING-FOUND.
          DISPLAY "Record number: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES
             OR FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
          THEN
             DISPLAY "  not a record number" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
             IF WS-PENDING-NUMBER(WS-PENDING-IDX) =
                FUNCTION NUMVAL(WS-ANSWER)
             THEN
                MOVE WS-PENDING-IDX TO WS-PENDING-FOUND
                MOVE WS-PENDING-RECORD(WS-PENDING-IDX) TO QR-RECORD
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-PENDING-FOUND = 0 THEN
             IF FUNCTION NUMVAL(WS-ANSWER) >= 1
                AND FUNCTION NUMVAL(WS-ANSWER) <= WS-QR-LAST
             THEN
                DISPLAY "  record already resolved" END-DISPLAY
             ELSE
                DISPLAY "  no such record" END-DISPLAY
             END-IF
          END-IF.

      * The line in WS-FIX-LINE, field by field for its source.
       005-SHOW-FIELDS.
          PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                  UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
             IF WS-FIELD-FILE(WS-FIELD-IDX) = QR-SOURCE THEN
                MOVE WS-FIELD-OFFSET(WS-FIELD-IDX) TO WS-FIX-OFFSET
                MOVE WS-FIELD-LENGTH(WS-FIELD-IDX) TO WS-FIX-LENGTH
                DISPLAY "  " WS-FIELD-NAME(WS-FIELD-IDX) " ["
                   WS-FIX-LINE(WS-FIX-OFFSET:WS-FIX-LENGTH) "]"
                END-DISPLAY
             END-IF
          END-PERFORM.
          DISPLAY "  LINE         [" FUNCTION TRIM(WS-FIX-LINE TRAILING)
             "]"
          END-DISPLAY.

      * One field: its name (blank ends the editing), then its new
      * value (blank keeps it).
       005-EDIT-ONE-FIELD.
          DISPLAY "Field to correct (blank when done): "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
             TO WS-FIX-FIELD.
          IF WS-FIX-FIELD = SPACES THEN
             EXIT PARAGRAPH
          END-IF.

          IF WS-FIX-FIELD = "LINE" THEN
             DISPLAY "New line: " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-ANSWER
             ACCEPT WS-ANSWER END-ACCEPT
             IF WS-ANSWER NOT = SPACES THEN
                MOVE WS-ANSWER TO WS-FIX-LINE
                PERFORM 005-NOTE-FIELD
             END-IF
             EXIT PARAGRAPH
          END-IF.

          MOVE 0 TO WS-FIELD-FOUND.
          PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                  UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
             IF WS-FIELD-FILE(WS-FIELD-IDX) = QR-SOURCE
                AND WS-FIELD-NAME(WS-FIELD-IDX) = WS-FIX-FIELD
             THEN
                MOVE WS-FIELD-IDX TO WS-FIELD-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-FIELD-FOUND = 0 THEN
             DISPLAY "  no field " FUNCTION TRIM(WS-FIX-FIELD)
                " in " FUNCTION TRIM(QR-SOURCE) "; the names are as "
                "listed above, or LINE"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-FIELD-OFFSET(WS-FIELD-FOUND) TO WS-FIX-OFFSET.
          MOVE WS-FIELD-LENGTH(WS-FIELD-FOUND) TO WS-FIX-LENGTH.
          DISPLAY "New " FUNCTION TRIM(WS-FIX-FIELD) " ["
             WS-FIX-LINE(WS-FIX-OFFSET:WS-FIX-LENGTH) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-FIX-VALUE.
          COMPUTE WS-VALUE-LENGTH =
             FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER))
          END-COMPUTE.
          IF WS-VALUE-LENGTH > WS-FIX-LENGTH THEN
             DISPLAY "  too long for " FUNCTION TRIM(WS-FIX-FIELD)
                " (" WS-FIX-LENGTH " characters); not changed"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-FIX-BUFFER.
          IF WS-FIELD-TYPE(WS-FIELD-FOUND) = "N"
             AND WS-VALUE-LENGTH < WS-FIX-LENGTH
             AND WS-FIX-VALUE(1:WS-VALUE-LENGTH) IS NUMERIC
          THEN
             MOVE ALL "0" TO WS-FIX-BUFFER(1:WS-FIX-LENGTH)
             MOVE WS-FIX-VALUE(1:WS-VALUE-LENGTH)
                TO WS-FIX-BUFFER(WS-FIX-LENGTH - WS-VALUE-LENGTH + 1:
                                 WS-VALUE-LENGTH)
          ELSE
             MOVE WS-FIX-VALUE(1:WS-VALUE-LENGTH)
                TO WS-FIX-BUFFER(1:WS-VALUE-LENGTH)
          END-IF.
          MOVE WS-FIX-BUFFER(1:WS-FIX-LENGTH)
             TO WS-FIX-LINE(WS-FIX-OFFSET:WS-FIX-LENGTH).
          PERFORM 005-NOTE-FIELD.

      *   Adds WS-FIX-FIELD to the comma list in WS-FIX-NOTE; a name
      *   that no longer fits is simply left off.
       005-NOTE-FIELD.
          IF WS-FIX-NOTE-PTR > 1 THEN
             STRING "," DELIMITED BY SIZE
                INTO WS-FIX-NOTE WITH POINTER WS-FIX-NOTE-PTR
                ON OVERFLOW CONTINUE
             END-STRING
          END-IF.
          STRING FUNCTION TRIM(WS-FIX-FIELD) DELIMITED BY SIZE
             INTO WS-FIX-NOTE WITH POINTER WS-FIX-NOTE-PTR
             ON OVERFLOW CONTINUE
          END-STRING.

      * The corrected line through LAYOUT-CHECK.CBL. For
      * daily-summary.dat the ascending-date rule is judged against
      * the last date now in the file, since that is where the line
      * will land.
       005-RECHECK-LINE.
          MOVE QR-SOURCE   TO WS-LC-FILE.
          MOVE WS-FIX-LINE TO WS-LC-LINE.
          MOVE SPACES      TO WS-LC-PREV-DATE.
          IF QR-SOURCE = "daily-summary.dat" THEN
             MOVE QR-SOURCE TO WS-TARGET-PATH
             OPEN INPUT F-TARGET
             IF WS-TARGET-STATUS = "00" THEN
                MOVE 'N' TO WS-EOF
                PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                   READ F-TARGET
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-TARGET-LINE(1:8) IS NUMERIC THEN
                            MOVE WS-TARGET-LINE(1:8)
                               TO WS-LC-PREV-DATE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE F-TARGET
             END-IF
          END-IF.
          CALL "LAYOUT-CHECK" USING WS-LAYOUT-CHECK END-CALL.

      * A corner hit in WS-FIX-LINE stamped at or before dvd-post's
      * high-water mark is refused (WS-FIX-POSTED 'Y'): checked on
      * the quarantined line when its stamp is readable, and again
      * on the corrected one.
       005-CHECK-IF-POSTED.
          MOVE 'N' TO WS-FIX-POSTED.
          MOVE SPACES TO WS-POST-HWM.
          OPEN INPUT F-POST-HWM.
          IF WS-POST-HWM-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          READ F-POST-HWM
             AT END CONTINUE
             NOT AT END
                MOVE WS-POST-HWM-LINE TO WS-POST-HWM
          END-READ.
          CLOSE F-POST-HWM.
          IF WS-POST-HWM IS NUMERIC
             AND WS-FIX-LINE(1:14) IS NUMERIC
             AND WS-FIX-LINE(1:14) NOT > WS-POST-HWM
          THEN
             MOVE 'Y' TO WS-FIX-POSTED
             DISPLAY "  this hit (" WS-FIX-LINE(1:14) ") is at or "
                "before dvd-post's high-water mark " WS-POST-HWM
                "; dvd-post will never post it, so it cannot be "
                "resubmitted - WRITEOFF it instead"
             END-DISPLAY
             DISPLAY "  left in quarantine" END-DISPLAY
          END-IF.

      * One last look at quarantine-disp.dat, in case another screen
      * decided this record since the command began.
       005-CHECK-STILL-PENDING.
          MOVE 'Y' TO WS-STILL-PENDING.
          OPEN INPUT F-DISPOSITION.
          IF WS-DISPOSITION-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-DISPOSITION
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF QD-QR-NUMBER = WS-PENDING-NUMBER(WS-PENDING-FOUND)
                      AND QD-QR-TIMESTAMP = QR-TIMESTAMP
                      AND QD-SOURCE = QR-SOURCE
                   THEN
                      MOVE 'N' TO WS-STILL-PENDING
                      MOVE 'Y' TO WS-EOF
                      DISPLAY "  already " FUNCTION TRIM(QD-ACTION)
                         " by " FUNCTION TRIM(QD-OPERATOR) " at "
                         QD-TIMESTAMP "; nothing done"
                      END-DISPLAY
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DISPOSITION.

      * Appends the corrected line to its source file under the log
      * lock.
       005-APPEND-TO-SOURCE.
          MOVE 'N' TO WS-APPEND-DONE.
          MOVE QR-SOURCE TO WS-TARGET-PATH.
          PERFORM 005-TAKE-LOG-LOCK.
          OPEN EXTEND F-TARGET.
          IF WS-TARGET-STATUS = "35" THEN
             OPEN OUTPUT F-TARGET
          END-IF.
          IF WS-TARGET-STATUS NOT = "00" THEN
             PERFORM 005-RELEASE-LOG-LOCK
             DISPLAY "  cannot append to " FUNCTION TRIM(WS-TARGET-PATH)
                " (status " WS-TARGET-STATUS "); left in quarantine"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-FIX-LINE TO WS-TARGET-LINE.
          WRITE WS-TARGET-LINE.
          CLOSE F-TARGET.
          PERFORM 005-RELEASE-LOG-LOCK.
          MOVE 'Y' TO WS-APPEND-DONE.

      * Appends the decision on the record in QR-RECORD. Once a line
      * has gone back to its source the decision must not be lost,
      * or the record would be offered, and resubmitted, again.
       005-WRITE-DECISION.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          OPEN EXTEND F-DISPOSITION.
          IF WS-DISPOSITION-STATUS = "35" THEN
             OPEN OUTPUT F-DISPOSITION
          END-IF.
          IF WS-DISPOSITION-STATUS NOT = "00" THEN
             DISPLAY "dvd-qreview: cannot append to quarantine-disp"
                ".dat (status " WS-DISPOSITION-STATUS "); record "
                WS-PENDING-NUMBER(WS-PENDING-FOUND) " "
                FUNCTION TRIM(WS-DECISION-ACTION) " at "
                WS-NOW-STAMP " must be entered by hand"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES             TO QD-RECORD.
          MOVE WS-NOW-STAMP       TO QD-TIMESTAMP.
          MOVE WS-OPERATOR        TO QD-OPERATOR.
          MOVE WS-DECISION-ACTION TO QD-ACTION.
          MOVE WS-PENDING-NUMBER(WS-PENDING-FOUND) TO QD-QR-NUMBER.
          MOVE QR-TIMESTAMP       TO QD-QR-TIMESTAMP.
          MOVE QR-SOURCE          TO QD-SOURCE.
          MOVE QR-REASON          TO QD-REASON.
          MOVE WS-DECISION-NOTE   TO QD-NOTE.
          MOVE WS-DECISION-LINE   TO QD-LINE.
          WRITE QD-RECORD.
          CLOSE F-DISPOSITION.

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
          DISPLAY "  dvd-qreview [options...]"    END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive review of quarantine.dat: LIST the "
                  "pending records by source file and reason, SHOW "
                  "one field by field, FIX fields and resubmit the "
                  "line to its source file once it passes the "
                  "dvd-check layout rules, or WRITEOFF a record with "
                  "a reason. Decisions go to quarantine-disp.dat; "
                  "dvd-qrrep totals them."
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
