      * End-of-period job-stream driver: runs the close's batch steps
      * in their one correct order - post the new hits into the
      * daily-summary master, then roll the logs into dated
      * generations, then print the report, then balance the day's
      * control totals from the logs through every store they feed
      * (DVD-BALANCE.CBL) - checking each step's return code the way
      * DVD-ATTRACT already chains commands with CALL "SYSTEM". A
      * failed step stops the stream, and the restart file
      * (close-restart.dat) remembers the last step that finished, so
      * a rerun resumes from the failure instead of repeating
      * completed steps - double-running the archive against a
      * half-rolled corner-hits.log is exactly how a week of audit
      * data gets lost.
      *
      * Posting runs before the archive on purpose: the posting
      * high-water mark only covers what is still in the current
      * corner-hits.log, so rolling first would hide the week's
      * unposted hits in a generation file forever.
      *
      * Every step run is logged to close-steps.dat (CLOSE-STEP-
      * RECORD.CPY) with its start, end and return code, plus one
      * line for the whole stream once it completes, so DVD-RUNREP
      * can trend the batch window night over night.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   One line: the number of the last step that completed and
      *   that step's command, so a rerun knows where to pick up and
      *   can tell the steps have not been renumbered under it.
          SELECT F-RESTART ASSIGN TO "close-restart.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTART-STATUS.
      *   Appended per step run; see CLOSE-STEP-RECORD.CPY.
          SELECT F-CLOSE-STEPS ASSIGN TO "close-steps.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSE-STEPS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-RESTART.
       01 WS-RESTART-LINE.
          05 WS-RESTART-STEP    PIC X(2).
          05 FILLER             PIC X.
          05 WS-RESTART-COMMAND PIC X(60).
       FD F-CLOSE-STEPS.
       COPY "CLOSE-STEP-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-RESTART-STATUS PIC XX.
       01 WS-CLOSE-STEPS-STATUS PIC XX.
      *   Timing for the step log: when this run started, and the
      *   line 005-LOG-STEP is to write.
       01 WS-STREAM-START-STAMP PIC X(14).
       01 WS-LOG-STEP    PIC 99.
       01 WS-LOG-COMMAND PIC X(20).
       01 WS-LOG-START   PIC X(14).
       01 WS-LOG-RC      PIC S9(9).
      *   h - help.
      *   v - version.
      *   l - license.
      *   The stream, in run order. Add a row here (and bump OCCURS)
      *   for a new close step.
       01 WS-STEP-TABLE.
          05 WS-STEP OCCURS 9 TIMES.
             10 WS-STEP-COMMAND PIC X(60).
       01 WS-STEP-COUNT PIC 99 VALUE 9.
       01 WS-STEP-IDX   PIC 99.
      *   The last step a prior run completed; 0 on a fresh close.
       01 WS-LAST-DONE  PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STREAM-START-STAMP.

      *   The integrity check leads, so posting and reporting never
      *   meet a record they cannot parse; rollover runs after
      *   out of it) and before the archive/report steps.
      *   The indexed-master load must also beat the archive, for
      *   the same only-covers-the-current-file reason as posting.
      *   Uptime posting rides along with the hit posting, so the
      *   availability reports find the master current after a close.
      *   Sealing runs before the archive too, so the day just ended
      *   is sealed while it still sits in corner-hits.log.
      *   Balancing comes last, once every store has been fed, so
      *   a lost posting fails the close instead of waiting for the
      *   quarter-end figures.
          MOVE "dvd-check"   TO WS-STEP-COMMAND(1).
          MOVE "dvd-post"    TO WS-STEP-COMMAND(2).
          MOVE "dvd-uppost"  TO WS-STEP-COMMAND(3).
          MOVE "dvd-rollov"  TO WS-STEP-COMMAND(4).
          MOVE "dvd-chload"  TO WS-STEP-COMMAND(5).
          MOVE "dvd-seal"    TO WS-STEP-COMMAND(6).
          MOVE "dvd-archive" TO WS-STEP-COMMAND(7).
          MOVE "dvd-stats"   TO WS-STEP-COMMAND(8).
          MOVE "dvd-balance" TO WS-STEP-COMMAND(9).

          PERFORM 001-LOAD-RESTART.
          IF WS-LAST-DONE > 0 THEN
             END-IF
          END-PERFORM.

      *   The whole stream's own line, for the batch-window trend.
          MOVE 0                     TO WS-LOG-STEP.
          MOVE "dvd-close"           TO WS-LOG-COMMAND.
          MOVE WS-STREAM-START-STAMP TO WS-LOG-START.
          MOVE 0                     TO WS-LOG-RC.
          PERFORM 005-LOG-STEP.

      *   A clean end-to-end run leaves no restart state behind.
          CALL "C$DELETE" USING "close-restart.dat", 0 END-CALL.
          DISPLAY "dvd-close: stream complete" END-DISPLAY.
             END-EVALUATE
          END-PERFORM.

      * A restart file whose step number is not a step of this
      * stream, or whose command is not the command that step now
      * runs, was written by a stream laid out differently (steps
      * added, removed or reordered since); resuming by the number
      * alone would skip the wrong steps, so it is refused.
       001-LOAD-RESTART.
          OPEN INPUT F-RESTART.
          IF WS-RESTART-STATUS NOT = "00" THEN
      *      No restart file: a fresh close from step 1.
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-RESTART-LINE.
          READ F-RESTART
             AT END CONTINUE
          END-READ.
          CLOSE F-RESTART.
          IF WS-RESTART-STEP IS NUMERIC THEN
             MOVE WS-RESTART-STEP TO WS-LAST-DONE
          END-IF.
          IF WS-LAST-DONE = 0 OR WS-LAST-DONE > WS-STEP-COUNT THEN
             DISPLAY "dvd-close: close-restart.dat names no step of "
                "this stream (""" FUNCTION TRIM(WS-RESTART-LINE)
                """); check which steps finished and delete it "
                "before rerunning"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          IF WS-RESTART-COMMAND NOT = WS-STEP-COMMAND(WS-LAST-DONE)
          THEN
             DISPLAY "dvd-close: close-restart.dat says step "
                WS-LAST-DONE " (" FUNCTION TRIM(WS-RESTART-COMMAND)
                ") finished, but step " WS-LAST-DONE " is now "
                FUNCTION TRIM(WS-STEP-COMMAND(WS-LAST-DONE))
                "; check which steps finished and delete it before "
                "rerunning"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       005-RUN-STEP.
          DISPLAY "dvd-close: step " WS-STEP-IDX ": "
             FUNCTION TRIM(WS-STEP-COMMAND(WS-STEP-IDX))
          END-DISPLAY.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-START.
          CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX) END-CALL.
          MOVE RETURN-CODE TO WS-STEP-RC.
          MOVE WS-STEP-IDX TO WS-LOG-STEP.
          MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-LOG-COMMAND.
          MOVE WS-STEP-RC  TO WS-LOG-RC.
          PERFORM 005-LOG-STEP.
          IF WS-STEP-RC NOT = 0 THEN
             DISPLAY "dvd-close: step " WS-STEP-IDX " ("
                FUNCTION TRIM(WS-STEP-COMMAND(WS-STEP-IDX))
          END-IF.
          PERFORM 005-SAVE-RESTART.

      *   One line per step run, failed ones included. The log is
      *   for trending only, so a write problem is reported but does
      *   not stop the close.
       005-LOG-STEP.
          OPEN EXTEND F-CLOSE-STEPS.
          IF WS-CLOSE-STEPS-STATUS = "35" THEN
             OPEN OUTPUT F-CLOSE-STEPS
          END-IF.
          IF WS-CLOSE-STEPS-STATUS NOT = "00" THEN
             DISPLAY "dvd-close: cannot log step timing in "
                "close-steps.dat (status " WS-CLOSE-STEPS-STATUS
                "); continuing"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES                      TO CS-RECORD.
          MOVE WS-STREAM-START-STAMP       TO CS-STREAM-START.
          MOVE WS-LOG-STEP                 TO CS-STEP.
          MOVE WS-LOG-COMMAND              TO CS-COMMAND.
          MOVE WS-LOG-START                TO CS-START.
          MOVE FUNCTION CURRENT-DATE(1:14) TO CS-END.
          MOVE WS-LOG-RC                   TO CS-RC.
          WRITE CS-RECORD.
          CLOSE F-CLOSE-STEPS.

      *   Rewritten after every completed step, so however the stream
      *   dies later, the rerun starts exactly one step further on.
       005-SAVE-RESTART.
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES TO WS-RESTART-LINE.
          MOVE WS-STEP-IDX TO WS-RESTART-STEP.
          MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-RESTART-COMMAND.
          WRITE WS-RESTART-LINE.
          CLOSE F-RESTART.

          DISPLAY "  dvd-close [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Runs the end-of-period close: dvd-check, then "
                  "dvd-post, then dvd-uppost, then dvd-rollov, then "
                  "dvd-chload, then dvd-seal, then "
                  "dvd-archive, then dvd-stats, then dvd-balance, "
                  "stopping on the first "
                  "failed step. A rerun resumes from the failed step "
                  "(progress is kept in close-restart.dat) instead of "
                  "repeating the ones that finished. Each step's "
                  "start, end and status is logged to close-steps.dat."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
