       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-HANDOV.
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
      * Morning shift handover report. The overnight picture is
      * spread over six files the operator used to walk one by one
      * (dvd-alert --list, batch-control.dat, close-restart.dat,
      * quarantine.dat, error.log and the dvd-recon verdict); this
      * puts everything new since the previous handover on one
      * report:
      *
      *   - alerts still not ACKED (alert-state.dat), and alerts
      *     acked since the last handover with who acked them;
      *   - each dvd-close stream run since then from close-steps.dat
      *     - completed, or the step it stopped on - and whether
      *     close-restart.dat is waiting for a rerun;
      *   - every batch-control.dat run since then with its counts;
      *   - new quarantine.dat records, grouped by reason code;
      *   - error-log signatures (EL-PROGRAM + EL-PARAGRAPH +
      *     EL-FILE-STATUS, as DVD-ERRREP groups them) that occurred
      *     since then and not in the 30 days before;
      *   - ops-events batches with no acknowledgment in
      *     ops-acks.dat, matched the way DVD-RECON matches them;
      *     a batch DVD-EXTRACT stamped in UTC ("tz=UTC") is shown
      *     sent in local time, by the site config's TZ key.
      *
      * The report remembers when it was last run in handover.hwm
      * (one line, YYYYMMDDHHMMSS), so each shift sees only what is
      * new to them; with no mark the period is the last 24 hours.
      * --since=YYYYMMDDHHMMSS overrides the mark for one run and
      * --preview leaves the mark where it was, so a look at the
      * report mid-shift doesn't steal the next shift's news. Output
      * goes to handover-report.txt (or --output=FILE), 132 columns.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   One line: when the previous handover report was run.
          SELECT F-HANDOVER-HWM ASSIGN TO "handover.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HANDOVER-HWM-STATUS.
          SELECT F-ALERT-STATE ASSIGN TO "alert-state.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATE-STATUS.
          SELECT F-CLOSE-STEPS ASSIGN TO "close-steps.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSE-STEPS-STATUS.
          SELECT F-RESTART ASSIGN TO "close-restart.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTART-STATUS.
          SELECT F-BATCH-CONTROL ASSIGN TO "batch-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT F-QUARANTINE ASSIGN TO "quarantine.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUARANTINE-STATUS.
          SELECT F-ERROR-LOG ASSIGN TO "error.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERROR-LOG-STATUS.
          SELECT F-OPS-EVENTS ASSIGN TO "ops-events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPS-EVENTS-STATUS.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
          SELECT F-ACKS ASSIGN TO "ops-acks.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACKS-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT S-QUARANTINE ASSIGN TO "dvd-handov-qsort.tmp".
          SELECT S-ERRORS ASSIGN TO "dvd-handov-esort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-HANDOVER-HWM.
       01 WS-HANDOVER-HWM-LINE PIC X(20).
      *   DVD-ALERT.CBL's per-unit state line.
       FD F-ALERT-STATE.
       COPY "ALERT-STATE-RECORD.CPY".
       FD F-CLOSE-STEPS.
       COPY "CLOSE-STEP-RECORD.CPY".
       FD F-RESTART.
       01 WS-RESTART-LINE PIC X(10).
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-QUARANTINE.
       COPY "QUARANTINE-RECORD.CPY".
       FD F-ERROR-LOG.
       COPY "ERROR-LOG-RECORD.CPY".
       FD F-OPS-EVENTS.
       COPY "OPS-EVENT-RECORD.CPY".
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(255).
       FD F-ACKS.
       01 WS-ACK-LINE PIC X(30).
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(132).
       SD S-QUARANTINE.
       01 WS-QSORT-RECORD.
          05 WS-QSORT-REASON    PIC X(10).
          05 WS-QSORT-TIMESTAMP PIC X(14).
          05 WS-QSORT-SOURCE    PIC X(20).
          05 WS-QSORT-LINE      PIC X(80).
       SD S-ERRORS.
       01 WS-ESORT-RECORD.
          05 WS-ESORT-PROGRAM   PIC X(12).
          05 WS-ESORT-PARAGRAPH PIC X(30).
          05 WS-ESORT-STATUS    PIC XX.
          05 WS-ESORT-TIMESTAMP PIC X(14).
          05 WS-ESORT-PATH      PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-HANDOVER-HWM-STATUS  PIC XX.
       01 WS-ALERT-STATE-STATUS   PIC XX.
       01 WS-CLOSE-STEPS-STATUS   PIC XX.
       01 WS-RESTART-STATUS       PIC XX.
       01 WS-BATCH-CONTROL-STATUS PIC XX.
       01 WS-QUARANTINE-STATUS    PIC XX.
       01 WS-ERROR-LOG-STATUS     PIC XX.
       01 WS-OPS-EVENTS-STATUS    PIC XX.
       01 WS-ACKS-STATUS          PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "handover-report.txt".
       01 WS-SITE-CONFIG-PATH   PIC X(255).
       01 WS-SITE-CONFIG-STATUS PIC XX.
       01 WS-SITE-CONFIG-HOME   PIC X(200).
       01 WS-SITE-CONFIG-KEY    PIC X(20).
       01 WS-SITE-CONFIG-VALUE  PIC X(200).
       01 WS-SITE-CONFIG-EOF    PIC X.
      *   The unit's zone from the site config's TZ key, for the send
      *   times of UTC batches.
       01 WS-SITE-OFFSET PIC X(5) VALUE SPACES.
       01 WS-SITE-RULE   PIC X(2) VALUE SPACES.
       01 WS-TZ-TALLY    PIC 99.
       COPY "TZ-CONVERT-RECORD.CPY".
       01 WS-EOF      PIC X.
       01 WS-SORT-EOF PIC X.
      *   The handover period: from the previous handover (or
      *   --since) to now, and the 30 days before it that decide
      *   whether an error signature is new.
       01 WS-NOW-STAMP     PIC X(14).
       01 WS-SINCE-STAMP   PIC X(14) VALUE SPACES.
       01 WS-PRIOR-STAMP   PIC X(14).
       01 WS-SINCE-SOURCE  PIC X(40).
       01 WS-CONFIG-SINCE  PIC X(14) VALUE SPACES.
       01 WS-PREVIEW-GIVEN PIC X VALUE 'N'.
       78 WS-NEW-SIGNATURE-DAYS VALUE 30.
       01 WS-SCAN-DATE   PIC 9(8).
       01 WS-SCAN-JULIAN PIC 9(9).
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 6 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   Section tallies, for the headline and the console line.
       01 WS-OPEN-ALERTS    PIC 9(5) VALUE 0.
       01 WS-ACKED-ALERTS   PIC 9(5) VALUE 0.
       01 WS-STREAM-RUNS    PIC 9(5) VALUE 0.
       01 WS-BATCH-RUNS     PIC 9(5) VALUE 0.
       01 WS-NEW-QUARANTINE PIC 9(7) VALUE 0.
       01 WS-NEW-SIGNATURES PIC 9(5) VALUE 0.
       01 WS-UNACKED-BATCHES PIC 9(5) VALUE 0.
      *   Close-stream control break: the stream run being gathered
      *   and its last step line.
       01 WS-CS-HAVE-STREAM PIC X.
       01 WS-CS-STREAM      PIC X(14).
       01 WS-CS-COMPLETED   PIC X.
       01 WS-CS-DONE-AT     PIC X(14).
       01 WS-CS-LAST-STEP   PIC 99.
       01 WS-CS-LAST-CMD    PIC X(20).
       01 WS-CS-LAST-END    PIC X(14).
       01 WS-CS-LAST-RC     PIC S9(9).
       01 WS-CS-STEPS-RUN   PIC 99.
       01 WS-RESTART-STEP   PIC 99.
      *   Quarantine control break on reason code.
       01 WS-Q-HAVE-REASON PIC X.
       01 WS-Q-REASON      PIC X(10).
       01 WS-Q-REASON-COUNT PIC 9(7).
      *   Error-signature control break: the signature being
      *   gathered, whether it was seen in the prior 30 days, and
      *   its occurrences this period.
       01 WS-E-HAVE-SIG   PIC X.
       01 WS-E-PROGRAM    PIC X(12).
       01 WS-E-PARAGRAPH  PIC X(30).
       01 WS-E-STATUS     PIC XX.
       01 WS-E-SEEN-PRIOR PIC X.
       01 WS-E-COUNT      PIC 9(7).
       01 WS-E-FIRST      PIC X(14).
       01 WS-E-LAST       PIC X(14).
       01 WS-E-PATH       PIC X(60).
      *   Sent ops-events batches, from the BATCH-TRL records, as
      *   DVD-RECON collects them.
       78 WS-MAX-BATCHES VALUE 500.
       01 WS-BATCH-TABLE.
          05 WS-BATCH-ENTRY OCCURS WS-MAX-BATCHES TIMES.
             10 WS-BATCH-SEQ   PIC 9(6).
             10 WS-BATCH-COUNT PIC 9(9).
             10 WS-BATCH-SENT  PIC X(14).
             10 WS-BATCH-ACKS  PIC 99.
       01 WS-BATCH-USED  PIC 999 VALUE 0.
       01 WS-BATCH-IDX   PIC 999.
       01 WS-DETAIL-WORD-1 PIC X(30).
       01 WS-DETAIL-WORD-2 PIC X(30).
       01 WS-DETAIL-WORD   PIC X(30).
       01 WS-WORD-KEY      PIC X(10).
       01 WS-WORD-VALUE    PIC X(20).
       01 WS-ACK-SEQ-X     PIC X(6).
       01 WS-ACK-SEQ       PIC 9(6).
      *   Spool-file pagination state, as DVD-WEEKLY.
       78 WS-PAGE-LINES VALUE 60.
       01 WS-LINE-COUNT   PIC 99 VALUE 99.
       01 WS-PAGE-NUMBER  PIC 999 VALUE 0.
       01 WS-PRINT-LINE   PIC X(132).
       01 WS-SECTION-TITLE PIC X(132).
       01 WS-PAGE-DISPLAY PIC ZZ9.
       01 WS-COUNT-DISPLAY PIC Z(8)9.
       01 WS-READ-DISPLAY  PIC Z(8)9.
       01 WS-WRITE-DISPLAY PIC Z(8)9.
       01 WS-RC-DISPLAY    PIC -(9)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 001-SET-PERIOD.
          PERFORM 001-RESOLVE-ZONE.

          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-handov: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "Handover period: " WS-SINCE-STAMP " to "
                 WS-NOW-STAMP "  (" FUNCTION TRIM(WS-SINCE-SOURCE)
                 ")"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

          PERFORM 001-REPORT-ALERTS.
          PERFORM 001-REPORT-CLOSE-STREAM.
          PERFORM 001-REPORT-BATCH-RUNS.
          PERFORM 001-REPORT-QUARANTINE.
          PERFORM 001-REPORT-ERRORS.
          PERFORM 001-REPORT-OPS-BATCHES.
          CLOSE F-REPORT.

          IF WS-PREVIEW-GIVEN = 'N' THEN
             PERFORM 001-SAVE-MARK
          END-IF.
          DISPLAY "dvd-handov: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " for " WS-SINCE-STAMP " to " WS-NOW-STAMP
          END-DISPLAY.
          DISPLAY "dvd-handov: " WS-OPEN-ALERTS " open alerts, "
             WS-ACKED-ALERTS " acked, " WS-STREAM-RUNS
             " close runs, " WS-BATCH-RUNS " batch runs, "
             WS-NEW-QUARANTINE " quarantined, " WS-NEW-SIGNATURES
             " new error signatures, " WS-UNACKED-BATCHES
             " unacked ops batches"
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
          MOVE "since" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1       TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'S'     TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "preview" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 0         TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'P'       TO WS-GETOPT-LONGOPTION-RETURN(5).

          MOVE "output" TO WS-GETOPT-LONGOPTION-NAME(6).
          MOVE 1        TO WS-GETOPT-LONGOPTION-HAS-VALUE(6).
          MOVE 'O'      TO WS-GETOPT-LONGOPTION-RETURN(6).

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
                DISPLAY "Try 'dvd-handov -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-handov 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'S'
                IF WS-GETOPT-OPT-VAL(1:14) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:14) TO WS-CONFIG-SINCE
                ELSE
                   DISPLAY "dvd-handov: --since wants YYYYMMDDHHMMSS"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             WHEN = 'P'
                MOVE 'Y' TO WS-PREVIEW-GIVEN
             WHEN = 'O'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-REPORT-PATH
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      * --since wins, then the saved mark, then the last 24 hours.
       001-SET-PERIOD.
          IF WS-CONFIG-SINCE NOT = SPACES THEN
             MOVE WS-CONFIG-SINCE TO WS-SINCE-STAMP
             MOVE "--since" TO WS-SINCE-SOURCE
          ELSE
             OPEN INPUT F-HANDOVER-HWM
             IF WS-HANDOVER-HWM-STATUS = "00" THEN
                READ F-HANDOVER-HWM
                   AT END CONTINUE
                   NOT AT END
                      IF WS-HANDOVER-HWM-LINE(1:14) IS NUMERIC THEN
                         MOVE WS-HANDOVER-HWM-LINE(1:14)
                            TO WS-SINCE-STAMP
                         MOVE "since the previous handover"
                            TO WS-SINCE-SOURCE
                      END-IF
                END-READ
                CLOSE F-HANDOVER-HWM
             END-IF
          END-IF.
          IF WS-SINCE-STAMP = SPACES THEN
             MOVE WS-NOW-STAMP(1:8) TO WS-SCAN-DATE
             COMPUTE WS-SCAN-JULIAN =
                FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - 1
             END-COMPUTE
             COMPUTE WS-SCAN-DATE =
                FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
             END-COMPUTE
             MOVE WS-SCAN-DATE TO WS-SINCE-STAMP(1:8)
             MOVE WS-NOW-STAMP(9:6) TO WS-SINCE-STAMP(9:6)
             MOVE "no previous handover; last 24 hours"
                TO WS-SINCE-SOURCE
          END-IF.

          MOVE WS-SINCE-STAMP(1:8) TO WS-SCAN-DATE.
          COMPUTE WS-SCAN-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
             - WS-NEW-SIGNATURE-DAYS
          END-COMPUTE.
          COMPUTE WS-SCAN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
          END-COMPUTE.
          MOVE WS-SINCE-STAMP TO WS-PRIOR-STAMP.
          MOVE WS-SCAN-DATE TO WS-PRIOR-STAMP(1:8).

      * The next handover picks up from the moment this one started.
       001-SAVE-MARK.
          OPEN OUTPUT F-HANDOVER-HWM.
          IF WS-HANDOVER-HWM-STATUS NOT = "00" THEN
             DISPLAY "dvd-handov: cannot write handover.hwm (status "
                WS-HANDOVER-HWM-STATUS "); the next report will "
                "repeat this period"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES TO WS-HANDOVER-HWM-LINE.
          MOVE WS-NOW-STAMP TO WS-HANDOVER-HWM-LINE(1:14).
          WRITE WS-HANDOVER-HWM-LINE.
          CLOSE F-HANDOVER-HWM.

      * Open alerts are listed whenever they were raised - an alert
      * nobody has cleared is every shift's business - with the ones
      * first seen this period marked NEW; acks are listed only when
      * they happened this period.
       001-REPORT-ALERTS.
          MOVE "ALERTS NOT YET ACKED" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  HOST                 STATE      KIND          FIRS"
                 "T SEEN      LAST SEEN"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          OPEN INPUT F-ALERT-STATE.
          IF WS-ALERT-STATE-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-ALERT-STATE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF AS-HOST NOT = SPACES
                         AND AS-STATE NOT = "ACKED"
                      THEN
                         PERFORM 005-PRINT-OPEN-ALERT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-ALERT-STATE
          END-IF.
          IF WS-OPEN-ALERTS = 0 THEN
             MOVE "  (none)" TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

          MOVE "ALERTS ACKED THIS PERIOD" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  HOST                 KIND          ACKED AT        "
                 "BY                FIRST SEEN"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          OPEN INPUT F-ALERT-STATE.
          IF WS-ALERT-STATE-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-ALERT-STATE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF AS-HOST NOT = SPACES
                         AND AS-STATE = "ACKED"
                         AND AS-ACKED > WS-SINCE-STAMP
                      THEN
                         PERFORM 005-PRINT-ACKED-ALERT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-ALERT-STATE
          END-IF.
          IF WS-ACKED-ALERTS = 0 THEN
             MOVE "  (none)" TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-PRINT-OPEN-ALERT.
          ADD 1 TO WS-OPEN-ALERTS.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " AS-HOST " " AS-STATE "  " AS-KIND "  "
                 AS-FIRST "  " AS-LAST
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          IF AS-FIRST > WS-SINCE-STAMP THEN
             MOVE "NEW" TO WS-PRINT-LINE(90:3)
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.

       005-PRINT-ACKED-ALERT.
          ADD 1 TO WS-ACKED-ALERTS.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " AS-HOST " " AS-KIND "  " AS-ACKED "  "
                 AS-ACKED-BY "  " AS-FIRST
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

      * One line per dvd-close run that logged a step this period,
      * in run order: close-steps.dat groups each run's lines under
      * its stream start, so a change of CS-STREAM-START is the
      * break. Then what close-restart.dat says about the next run.
       001-REPORT-CLOSE-STREAM.
          MOVE "DVD-CLOSE STREAM" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          MOVE 'N' TO WS-CS-HAVE-STREAM.
          OPEN INPUT F-CLOSE-STEPS.
          IF WS-CLOSE-STEPS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-CLOSE-STEPS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM 005-GATHER-CLOSE-STEP
                END-READ
             END-PERFORM
             CLOSE F-CLOSE-STEPS
          END-IF.
          IF WS-CS-HAVE-STREAM = 'Y' THEN
             PERFORM 005-PRINT-CLOSE-RUN
          END-IF.
          IF WS-STREAM-RUNS = 0 THEN
             MOVE "  dvd-close has not run this period."
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

          MOVE 0 TO WS-RESTART-STEP.
          OPEN INPUT F-RESTART.
          IF WS-RESTART-STATUS = "00" THEN
             READ F-RESTART
                AT END CONTINUE
                NOT AT END
                   IF WS-RESTART-LINE(1:2) IS NUMERIC THEN
                      MOVE WS-RESTART-LINE(1:2) TO WS-RESTART-STEP
                   END-IF
             END-READ
             CLOSE F-RESTART
             MOVE SPACES TO WS-PRINT-LINE
             STRING "  close-restart.dat is waiting: the next "
                    "dvd-close resumes after step " WS-RESTART-STEP
                    " - fix the failure and rerun it."
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          ELSE
             MOVE "  No close-restart.dat: no close is waiting to be "
                & "resumed."
                TO WS-PRINT-LINE
          END-IF.
          PERFORM 005-WRITE-REPORT-LINE.

       005-GATHER-CLOSE-STEP.
          IF CS-STREAM-START IS NOT NUMERIC
             OR CS-END NOT > WS-SINCE-STAMP
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-CS-HAVE-STREAM = 'Y'
             AND CS-STREAM-START NOT = WS-CS-STREAM
          THEN
             PERFORM 005-PRINT-CLOSE-RUN
          END-IF.
          IF WS-CS-HAVE-STREAM = 'N' THEN
             MOVE 'Y' TO WS-CS-HAVE-STREAM
             MOVE CS-STREAM-START TO WS-CS-STREAM
             MOVE 'N' TO WS-CS-COMPLETED
             MOVE 0 TO WS-CS-STEPS-RUN
          END-IF.
          IF CS-STEP = 0 THEN
             MOVE 'Y' TO WS-CS-COMPLETED
             MOVE CS-END TO WS-CS-DONE-AT
          ELSE
             ADD 1 TO WS-CS-STEPS-RUN
             MOVE CS-STEP    TO WS-CS-LAST-STEP
             MOVE CS-COMMAND TO WS-CS-LAST-CMD
             MOVE CS-END     TO WS-CS-LAST-END
             MOVE CS-RC      TO WS-CS-LAST-RC
          END-IF.

       005-PRINT-CLOSE-RUN.
          ADD 1 TO WS-STREAM-RUNS.
          MOVE 'N' TO WS-CS-HAVE-STREAM.
          MOVE SPACES TO WS-PRINT-LINE.
          EVALUATE TRUE
          WHEN WS-CS-COMPLETED = 'Y'
             STRING "  Run started " WS-CS-STREAM ": COMPLETED at "
                    WS-CS-DONE-AT " (" WS-CS-STEPS-RUN
                    " steps run this time)"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          WHEN WS-CS-STEPS-RUN > 0 AND WS-CS-LAST-RC NOT = 0
             MOVE WS-CS-LAST-RC TO WS-RC-DISPLAY
             STRING "  Run started " WS-CS-STREAM ": STOPPED on step "
                    WS-CS-LAST-STEP " (" FUNCTION TRIM(WS-CS-LAST-CMD)
                    ") at " WS-CS-LAST-END ", status "
                    FUNCTION TRIM(WS-RC-DISPLAY)
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          WHEN OTHER
             STRING "  Run started " WS-CS-STREAM ": NOT FINISHED - "
                    "last step done " WS-CS-LAST-STEP " ("
                    FUNCTION TRIM(WS-CS-LAST-CMD) ") at "
                    WS-CS-LAST-END "; still running or killed"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          END-EVALUATE.
          PERFORM 005-WRITE-REPORT-LINE.

       001-REPORT-BATCH-RUNS.
          MOVE "BATCH JOB RUNS (batch-control.dat)" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  JOB           STARTED         ENDED           MARK "
                 "BEFORE     MARK AFTER           READ    WRITTEN"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          OPEN INPUT F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-BATCH-CONTROL
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF BC-END > WS-SINCE-STAMP
                         AND BC-END IS NUMERIC
                      THEN
                         PERFORM 005-PRINT-BATCH-RUN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-BATCH-CONTROL
          END-IF.
          IF WS-BATCH-RUNS = 0 THEN
             MOVE "  (no registered job ran this period)"
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-PRINT-BATCH-RUN.
          ADD 1 TO WS-BATCH-RUNS.
          MOVE BC-READ    TO WS-READ-DISPLAY.
          MOVE BC-WRITTEN TO WS-WRITE-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " BC-JOB "  " BC-START "  " BC-END "  "
                 BC-HWM-BEFORE "  " BC-HWM-AFTER "  " WS-READ-DISPLAY
                 "  " WS-WRITE-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

      * New quarantine records grouped by reason code: a sort on
      * (reason, time) and a break on reason, as DVD-ERRREP groups
      * its signatures.
       001-REPORT-QUARANTINE.
          MOVE "NEW QUARANTINE RECORDS BY REASON" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          SORT S-QUARANTINE
             ON ASCENDING KEY WS-QSORT-REASON WS-QSORT-TIMESTAMP
             INPUT PROCEDURE IS 005-RELEASE-QUARANTINE
             OUTPUT PROCEDURE IS 005-PRINT-QUARANTINE.
          IF WS-NEW-QUARANTINE = 0 THEN
             MOVE "  (none)" TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-RELEASE-QUARANTINE.
          OPEN INPUT F-QUARANTINE.
          IF WS-QUARANTINE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-QUARANTINE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF QR-TIMESTAMP > WS-SINCE-STAMP
                      AND QR-TIMESTAMP IS NUMERIC
                   THEN
                      MOVE QR-REASON      TO WS-QSORT-REASON
                      MOVE QR-TIMESTAMP   TO WS-QSORT-TIMESTAMP
                      MOVE QR-SOURCE      TO WS-QSORT-SOURCE
                      MOVE QR-LINE(1:80)  TO WS-QSORT-LINE
                      RELEASE WS-QSORT-RECORD
                      ADD 1 TO WS-NEW-QUARANTINE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-QUARANTINE.

       005-PRINT-QUARANTINE.
          MOVE 'N' TO WS-Q-HAVE-REASON.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-QUARANTINE
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-PRINT-ONE-QUARANTINED
             END-RETURN
          END-PERFORM.
          IF WS-Q-HAVE-REASON = 'Y' THEN
             PERFORM 005-CLOSE-REASON
          END-IF.

       005-PRINT-ONE-QUARANTINED.
          IF WS-Q-HAVE-REASON = 'Y'
             AND WS-QSORT-REASON NOT = WS-Q-REASON
          THEN
             PERFORM 005-CLOSE-REASON
          END-IF.
          IF WS-Q-HAVE-REASON = 'N' THEN
             MOVE 'Y' TO WS-Q-HAVE-REASON
             MOVE WS-QSORT-REASON TO WS-Q-REASON
             MOVE 0 TO WS-Q-REASON-COUNT
             MOVE SPACES TO WS-PRINT-LINE
             STRING "  " WS-Q-REASON
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.
          ADD 1 TO WS-Q-REASON-COUNT.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "    " WS-QSORT-TIMESTAMP "  " WS-QSORT-SOURCE "  "
                 WS-QSORT-LINE
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

       005-CLOSE-REASON.
          MOVE WS-Q-REASON-COUNT TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "    " FUNCTION TRIM(WS-COUNT-DISPLAY) " "
                 FUNCTION TRIM(WS-Q-REASON) " record(s)"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE 'N' TO WS-Q-HAVE-REASON.

      * Error signatures new this period: every error-log record
      * from 30 days before the period on is sorted by signature and
      * time, and a signature whose first record falls inside the
      * period had no occurrence in the 30 days before it.
       001-REPORT-ERRORS.
          MOVE "NEW ERROR-LOG SIGNATURES (none in the prior 30 days)"
             TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  PROGRAM      PARAGRAPH                      ST  "
                 "   COUNT  FIRST           LAST            PATH"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          SORT S-ERRORS
             ON ASCENDING KEY WS-ESORT-PROGRAM WS-ESORT-PARAGRAPH
                WS-ESORT-STATUS WS-ESORT-TIMESTAMP
             INPUT PROCEDURE IS 005-RELEASE-ERRORS
             OUTPUT PROCEDURE IS 005-PRINT-SIGNATURES.
          IF WS-NEW-SIGNATURES = 0 THEN
             MOVE "  (none)" TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-RELEASE-ERRORS.
          OPEN INPUT F-ERROR-LOG.
          IF WS-ERROR-LOG-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-ERROR-LOG
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF EL-TIMESTAMP IS NUMERIC
                      AND EL-TIMESTAMP > WS-PRIOR-STAMP
                   THEN
                      MOVE EL-PROGRAM      TO WS-ESORT-PROGRAM
                      MOVE EL-PARAGRAPH    TO WS-ESORT-PARAGRAPH
                      MOVE EL-FILE-STATUS  TO WS-ESORT-STATUS
                      MOVE EL-TIMESTAMP    TO WS-ESORT-TIMESTAMP
                      MOVE EL-PATH(1:60)   TO WS-ESORT-PATH
                      RELEASE WS-ESORT-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ERROR-LOG.

       005-PRINT-SIGNATURES.
          MOVE 'N' TO WS-E-HAVE-SIG.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-ERRORS
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-ACCUMULATE-SIGNATURE
             END-RETURN
          END-PERFORM.
          IF WS-E-HAVE-SIG = 'Y' THEN
             PERFORM 005-CLOSE-SIGNATURE
          END-IF.

       005-ACCUMULATE-SIGNATURE.
          IF WS-E-HAVE-SIG = 'Y'
             AND (WS-ESORT-PROGRAM NOT = WS-E-PROGRAM
                  OR WS-ESORT-PARAGRAPH NOT = WS-E-PARAGRAPH
                  OR WS-ESORT-STATUS NOT = WS-E-STATUS)
          THEN
             PERFORM 005-CLOSE-SIGNATURE
          END-IF.
          IF WS-E-HAVE-SIG = 'N' THEN
             MOVE 'Y' TO WS-E-HAVE-SIG
             MOVE WS-ESORT-PROGRAM   TO WS-E-PROGRAM
             MOVE WS-ESORT-PARAGRAPH TO WS-E-PARAGRAPH
             MOVE WS-ESORT-STATUS    TO WS-E-STATUS
             MOVE 'N' TO WS-E-SEEN-PRIOR
             MOVE 0 TO WS-E-COUNT
             MOVE SPACES TO WS-E-FIRST
          END-IF.
          IF WS-ESORT-TIMESTAMP NOT > WS-SINCE-STAMP THEN
             MOVE 'Y' TO WS-E-SEEN-PRIOR
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-E-COUNT.
          IF WS-E-FIRST = SPACES THEN
             MOVE WS-ESORT-TIMESTAMP TO WS-E-FIRST
          END-IF.
          MOVE WS-ESORT-TIMESTAMP TO WS-E-LAST.
          MOVE WS-ESORT-PATH TO WS-E-PATH.

       005-CLOSE-SIGNATURE.
          MOVE 'N' TO WS-E-HAVE-SIG.
          IF WS-E-SEEN-PRIOR = 'Y' OR WS-E-COUNT = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-NEW-SIGNATURES.
          MOVE WS-E-COUNT TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " WS-E-PROGRAM " " WS-E-PARAGRAPH " " WS-E-STATUS
                 WS-COUNT-DISPLAY "  " WS-E-FIRST "  " WS-E-LAST "  "
                 WS-E-PATH
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

      * Sent batches nobody has acknowledged yet, whenever they were
      * sent - an unacked batch stays news until the central system
      * catches up - with the ones sent this period marked NEW.
       001-REPORT-OPS-BATCHES.
          MOVE "UNACKNOWLEDGED OPS-EVENT BATCHES" TO WS-PRINT-LINE.
          PERFORM 005-START-SECTION.
          OPEN INPUT F-OPS-EVENTS.
          IF WS-OPS-EVENTS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-OPS-EVENTS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF OE-EVENT-TYPE = "BATCH-TRL" THEN
                         PERFORM 005-COLLECT-ONE-TRAILER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-OPS-EVENTS
          END-IF.
          OPEN INPUT F-ACKS.
          IF WS-ACKS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-ACKS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM 005-MATCH-ONE-ACK
                END-READ
             END-PERFORM
             CLOSE F-ACKS
          END-IF.

          PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                  UNTIL WS-BATCH-IDX > WS-BATCH-USED
             IF WS-BATCH-ACKS(WS-BATCH-IDX) = 0 THEN
                ADD 1 TO WS-UNACKED-BATCHES
                MOVE WS-BATCH-COUNT(WS-BATCH-IDX) TO WS-COUNT-DISPLAY
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  batch " WS-BATCH-SEQ(WS-BATCH-IDX)
                       " sent " WS-BATCH-SENT(WS-BATCH-IDX) ", "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " events, no acknowledgment in ops-acks.dat"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
                IF WS-BATCH-SENT(WS-BATCH-IDX) > WS-SINCE-STAMP THEN
                   MOVE "NEW" TO WS-PRINT-LINE(90:3)
                END-IF
                PERFORM 005-WRITE-REPORT-LINE
             END-IF
          END-PERFORM.
          IF WS-UNACKED-BATCHES = 0 THEN
             MOVE "  (none - every sent batch is acknowledged)"
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.

       005-COLLECT-ONE-TRAILER.
          IF WS-BATCH-USED >= WS-MAX-BATCHES THEN
             DISPLAY "dvd-handov: more than " WS-MAX-BATCHES
                " batches on file; aborting rather than losing "
                "track of one"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-BATCH-USED.
          MOVE 0            TO WS-BATCH-SEQ(WS-BATCH-USED).
          MOVE 0            TO WS-BATCH-COUNT(WS-BATCH-USED).
          MOVE OE-TIMESTAMP TO WS-BATCH-SENT(WS-BATCH-USED).
          MOVE 0            TO WS-BATCH-ACKS(WS-BATCH-USED).
          MOVE 0 TO WS-TZ-TALLY.
          INSPECT OE-DETAIL TALLYING WS-TZ-TALLY FOR ALL "tz=UTC".
          IF WS-TZ-TALLY > 0 THEN
             MOVE 'L'            TO TC-DIRECTION
             MOVE WS-SITE-OFFSET TO TC-UTC-OFFSET
             MOVE WS-SITE-RULE   TO TC-DST-RULE
             MOVE OE-TIMESTAMP   TO TC-STAMP-IN
             CALL "TZ-CONVERT" USING TC-RECORD END-CALL
             MOVE TC-STAMP-OUT   TO WS-BATCH-SENT(WS-BATCH-USED)
          END-IF.
          MOVE SPACES TO WS-DETAIL-WORD-1.
          MOVE SPACES TO WS-DETAIL-WORD-2.
          UNSTRING OE-DETAIL DELIMITED BY ALL SPACE
             INTO WS-DETAIL-WORD-1 WS-DETAIL-WORD-2
          END-UNSTRING.
          MOVE WS-DETAIL-WORD-1 TO WS-DETAIL-WORD.
          PERFORM 005-APPLY-DETAIL-WORD.
          MOVE WS-DETAIL-WORD-2 TO WS-DETAIL-WORD.
          PERFORM 005-APPLY-DETAIL-WORD.

      *   WS-DETAIL-WORD holds a whole "key=value" word on entry.
       005-APPLY-DETAIL-WORD.
          IF WS-DETAIL-WORD = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-WORD-KEY.
          MOVE SPACES TO WS-WORD-VALUE.
          UNSTRING WS-DETAIL-WORD DELIMITED BY "="
             INTO WS-WORD-KEY WS-WORD-VALUE
          END-UNSTRING.
          EVALUATE FUNCTION TRIM(WS-WORD-KEY)
          WHEN "batch"
             MOVE FUNCTION NUMVAL(WS-WORD-VALUE)
                TO WS-BATCH-SEQ(WS-BATCH-USED)
          WHEN "count"
             MOVE FUNCTION NUMVAL(WS-WORD-VALUE)
                TO WS-BATCH-COUNT(WS-BATCH-USED)
          END-EVALUATE.

       005-MATCH-ONE-ACK.
          IF WS-ACK-LINE = SPACES OR WS-ACK-LINE(1:1) = "#" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-ACK-SEQ-X.
          UNSTRING WS-ACK-LINE DELIMITED BY ALL SPACE
             INTO WS-ACK-SEQ-X
          END-UNSTRING.
          MOVE FUNCTION NUMVAL(WS-ACK-SEQ-X) TO WS-ACK-SEQ.
          PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                  UNTIL WS-BATCH-IDX > WS-BATCH-USED
             IF WS-BATCH-SEQ(WS-BATCH-IDX) = WS-ACK-SEQ THEN
                ADD 1 TO WS-BATCH-ACKS(WS-BATCH-IDX)
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * The site config's TZ key, as DVD-EXTRACT reads it and
      * refused as DVD-EXTRACT refuses it, before the report is
      * opened: a missing or unreadable zone would put the send
      * times of UTC batches hours out.
       001-RESOLVE-ZONE.
          ACCEPT WS-SITE-CONFIG-HOME FROM ENVIRONMENT "HOME"
             END-ACCEPT.
          MOVE SPACES TO WS-SITE-CONFIG-PATH.
          STRING FUNCTION TRIM(WS-SITE-CONFIG-HOME) DELIMITED BY SIZE
                 "/.dvd-thingyrc"           DELIMITED BY SIZE
              INTO WS-SITE-CONFIG-PATH
          END-STRING.
          OPEN INPUT F-SITE-CONFIG.
          IF WS-SITE-CONFIG-STATUS = "00" THEN
             MOVE 'N' TO WS-SITE-CONFIG-EOF
             PERFORM WITH TEST AFTER UNTIL WS-SITE-CONFIG-EOF = 'Y'
                READ F-SITE-CONFIG
                   AT END
                      MOVE 'Y' TO WS-SITE-CONFIG-EOF
                   NOT AT END
                      MOVE SPACES TO WS-SITE-CONFIG-KEY
                         WS-SITE-CONFIG-VALUE
                      UNSTRING WS-SITE-CONFIG-LINE DELIMITED BY "="
                         INTO WS-SITE-CONFIG-KEY WS-SITE-CONFIG-VALUE
                      END-UNSTRING
                      IF WS-SITE-CONFIG-LINE(1:1) NOT = "#"
                         AND FUNCTION TRIM(WS-SITE-CONFIG-KEY) = "TZ"
                      THEN
                         MOVE WS-SITE-CONFIG-VALUE(1:5)
                            TO WS-SITE-OFFSET
                         MOVE WS-SITE-CONFIG-VALUE(7:2)
                            TO WS-SITE-RULE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-SITE-CONFIG
          END-IF.
          IF WS-SITE-OFFSET = SPACES THEN
             DISPLAY "dvd-handov: no TZ key in "
                FUNCTION TRIM(WS-SITE-CONFIG-PATH) "; add the unit's "
                "roster zone (TZ=+HHMM [US|EU])"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'U'              TO TC-DIRECTION.
          MOVE WS-SITE-OFFSET   TO TC-UTC-OFFSET.
          MOVE WS-SITE-RULE     TO TC-DST-RULE.
          MOVE "20000101120000" TO TC-STAMP-IN.
          MOVE SPACES           TO TC-PREV-LOCAL.
          MOVE 'N'              TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          IF TC-OK = 'N' THEN
             DISPLAY "dvd-handov: TZ=" FUNCTION TRIM(WS-SITE-OFFSET)
                " " FUNCTION TRIM(WS-SITE-RULE) " in "
                FUNCTION TRIM(WS-SITE-CONFIG-PATH) " is not "
                "+HHMM/-HHMM with US, EU or no rule"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      *   A blank line and the section title (in WS-PRINT-LINE on
      *   entry) with its underline.
       005-START-SECTION.
          MOVE WS-PRINT-LINE TO WS-SECTION-TITLE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-SECTION-TITLE TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

      * Spool plumbing, as DVD-WEEKLY: every line goes through here,
      * and a full page starts a new numbered heading.
       005-WRITE-REPORT-LINE.
          IF WS-LINE-COUNT >= WS-PAGE-LINES THEN
             PERFORM 005-START-NEW-PAGE
          END-IF.
          MOVE WS-PRINT-LINE TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          ADD 1 TO WS-LINE-COUNT.

       005-START-NEW-PAGE.
          ADD 1 TO WS-PAGE-NUMBER.
          MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
          MOVE SPACES TO WS-REPORT-RECORD.
          STRING "DVD-THINGY MORNING SHIFT HANDOVER    prepared "
                 WS-NOW-STAMP "    page " WS-PAGE-DISPLAY
             DELIMITED BY SIZE INTO WS-REPORT-RECORD
          END-STRING.
          WRITE WS-REPORT-RECORD.
          MOVE ALL "=" TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          MOVE SPACES TO WS-REPORT-RECORD.
          WRITE WS-REPORT-RECORD.
          MOVE 3 TO WS-LINE-COUNT.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-handov [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Morning shift handover: open and newly acked "
                  "alerts, the dvd-close stream's outcome, batch job "
                  "runs, new quarantine records by reason, new "
                  "error-log signatures and unacknowledged ops-event "
                  "batches since the previous handover (kept in "
                  "handover.hwm)."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --since=YYYYMMDDHHMMSS  report from this "
                  "moment instead of the previous handover."
          END-DISPLAY.
          DISPLAY "      --preview    do not advance handover.hwm."
          END-DISPLAY.
          DISPLAY "      --output=FILE  file to write (default "
                  "handover-report.txt)."
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
