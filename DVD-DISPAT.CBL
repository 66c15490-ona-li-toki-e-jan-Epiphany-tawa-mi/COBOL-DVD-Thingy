      * consumes it inside --wait seconds, is reported FAILED and
      * flips the exit status, so cron can page on a unit that is up
      * but not listening.
      *
      * Every unit's outcome is also appended to dispatch-log.dat
      * (DISPATCH-LOG-RECORD.CPY) with the command, the time and the
      * operator, so what a unit was told to do - and whether it
      * listened - is still on record when its incident timeline is
      * pulled up on DVD-INCINQ weeks later.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      *   One line per unit per run; see DISPATCH-LOG-RECORD.CPY.
          SELECT F-DISPATCH-LOG ASSIGN TO "dispatch-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPATCH-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01 WS-MAILBOX-RECORD PIC X(80).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-DISPATCH-LOG.
       COPY "DISPATCH-LOG-RECORD.CPY".
       WORKING-STORAGE SECTION.
      *   The roster, loaded once at startup when the file exists.
       01 WS-ROSTER-STATUS  PIC XX.
       01 WS-PENDING-LEFT PIC 999.
       01 WS-DELIVERED-COUNT PIC 999 VALUE 0.
       01 WS-FAILED-COUNT    PIC 999 VALUE 0.
      *   What the dispatch log records about this run.
       01 WS-DISPATCH-LOG-STATUS PIC XX.
       01 WS-DISPATCH-STAMP      PIC X(14).
       01 WS-DISPATCH-OPERATOR   PIC X(16).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
             STOP RUN RETURNING 1
          END-IF.

          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DISPATCH-STAMP.
          PERFORM 001-DROP-MAILBOXES.
          PERFORM 001-WATCH-DELIVERY.
          PERFORM 001-PRINT-RESULTS.
          PERFORM 001-LOG-DISPATCH.

          IF WS-FAILED-COUNT > 0 THEN
             STOP RUN RETURNING 1
             " failed of " WS-UNIT-COUNT " units"
          END-DISPLAY.

      * Appends each unit's outcome to the dispatch log. A log that
      * cannot be opened costs the record, not the dispatch - the
      * commands are already delivered - so it is reported and the
      * run's exit status is left to the deliveries.
       001-LOG-DISPATCH.
          MOVE SPACES TO WS-DISPATCH-OPERATOR.
          ACCEPT WS-DISPATCH-OPERATOR FROM ENVIRONMENT "USER"
          END-ACCEPT.
          IF WS-DISPATCH-OPERATOR = SPACES THEN
             MOVE "unknown" TO WS-DISPATCH-OPERATOR
          END-IF.
          OPEN EXTEND F-DISPATCH-LOG.
          IF WS-DISPATCH-LOG-STATUS = "35" THEN
             OPEN OUTPUT F-DISPATCH-LOG
          END-IF.
          IF WS-DISPATCH-LOG-STATUS NOT = "00" THEN
             DISPLAY "dvd-dispat: cannot append to dispatch-log.dat "
                "(status " WS-DISPATCH-LOG-STATUS "); this run is not "
                "on record"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                  UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
             MOVE SPACES TO DL-RECORD
             MOVE WS-DISPATCH-STAMP        TO DL-TIMESTAMP
             MOVE WS-UNIT-HOST(WS-UNIT-IDX) TO DL-HOST
             EVALUATE WS-UNIT-STATE(WS-UNIT-IDX)
             WHEN 'D'
                MOVE "DELIVERED" TO DL-OUTCOME
             WHEN 'P'
                MOVE "TIMEOUT"   TO DL-OUTCOME
             WHEN OTHER
                MOVE "FAILED"    TO DL-OUTCOME
             END-EVALUATE
             MOVE WS-DISPATCH-OPERATOR TO DL-OPERATOR
             MOVE WS-CONFIG-CMD        TO DL-COMMAND
             WRITE DL-RECORD
          END-PERFORM.
          CLOSE F-DISPATCH-LOG.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-dispat --cmd=COMMAND [options...]"
                  "mailbox takes) into every unit directory under "
                  "--root, then confirms delivery by watching each "
                  "mailbox disappear and reports per-host success. "
                  "Each unit's outcome is appended to "
                  "dispatch-log.dat. Exits nonzero when any unit "
                  "failed."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
