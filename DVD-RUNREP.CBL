       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-RUNREP.
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
      * Batch run-time trend report: every registered run of the
      * high-water-mark jobs (batch-control.dat) and every step the
      * close stream ran (close-steps.dat, DVD-CLOSE), grouped per
      * job in run order. Each run in the last --days days gets a
      * line with its elapsed time and record volumes next to the
      * job's trailing average over its previous 30 good runs, and
      * flags when it:
      *   SLOW   - took more than twice that average (and at least a
      *            minute over it, so sub-second jobs don't flap);
      *   ZERO   - read no records where the job normally reads some;
      *   JUMP   - read more than three times its average;
      *   FAILED - (close steps) came back with a non-zero status.
      * Trend flags need a few runs of history before they fire.
      * A step creeping from seconds to minutes shows up here long
      * before the close actually runs into opening time. Exits 1
      * when any listed run is flagged, so the close can page on it.
      *
      * Both files are merged through one SORT keyed on job and
      * start stamp; the output procedure control-breaks per job and
      * keeps the trailing window in a 30-slot ring.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-BATCH-CONTROL ASSIGN TO "batch-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT F-CLOSE-STEPS ASSIGN TO "close-steps.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSE-STEPS-STATUS.
          SELECT S-RUNS ASSIGN TO "dvd-runrep-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-CLOSE-STEPS.
       COPY "CLOSE-STEP-RECORD.CPY".
      *   One run of one job, from either file. Close steps carry no
      *   record counts, so WS-RUN-HAS-VOLUME is 'N' on theirs.
       SD S-RUNS.
       01 WS-RUN-RECORD.
          05 WS-RUN-JOB        PIC X(20).
          05 WS-RUN-START      PIC X(14).
          05 WS-RUN-END        PIC X(14).
          05 WS-RUN-READ       PIC 9(9).
          05 WS-RUN-WRITTEN    PIC 9(9).
          05 WS-RUN-HAS-VOLUME PIC X.
          05 WS-RUN-RC         PIC S9(9).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-STATUS PIC XX.
       01 WS-CLOSE-STEPS-STATUS   PIC XX.
       01 WS-EOF      PIC X.
       01 WS-SORT-EOF PIC X.
      *   Runs started on or after this day are listed; --days=N
      *   (default 30) back from today.
       01 WS-CONFIG-DAYS PIC 9(4) VALUE 30.
       01 WS-CUTOFF-DATE PIC X(8).
       01 WS-SCAN-JULIAN PIC 9(9).
       01 WS-SCAN-DATE   PIC 9(8).
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
      *   Flag thresholds: the trailing window, the history a trend
      *   flag needs, the slow factor and its floor, and the volume
      *   jump factor.
       78 WS-RING-SIZE      VALUE 30.
       78 WS-MIN-HISTORY    VALUE 3.
       78 WS-SLOW-FACTOR    VALUE 2.
       78 WS-SLOW-MIN-SECS  VALUE 60.
       78 WS-JUMP-FACTOR    VALUE 3.
      *   The job's last good runs, oldest overwritten first.
       01 WS-RING-TABLE.
          05 WS-RING-ENTRY OCCURS WS-RING-SIZE TIMES.
             10 WS-RING-SECS PIC 9(9).
             10 WS-RING-READ PIC 9(9).
       01 WS-RING-COUNT PIC 99.
       01 WS-RING-NEXT  PIC 99.
       01 WS-RING-IDX   PIC 99.
       01 WS-AVG-SECS   PIC 9(9).
       01 WS-AVG-READ   PIC 9(9).
       01 WS-SUM-SECS   PIC 9(11).
       01 WS-SUM-READ   PIC 9(11).
      *   Control-break state.
       01 WS-BREAK-JOB      PIC X(20).
       01 WS-BREAK-HAVE-JOB PIC X VALUE 'N'.
      *   The run being judged.
       01 WS-ELAPSED-SECS PIC 9(9).
       01 WS-FLAGS        PIC X(30).
       01 WS-FLAG-PTR     PIC 99.
       01 WS-RUNS-LISTED  PIC 9(9) VALUE 0.
       01 WS-RUNS-FLAGGED PIC 9(9) VALUE 0.
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
      *   Report formatting scratch.
       01 WS-PRINT-LINE    PIC X(120).
       01 WS-STAMP-DISPLAY PIC X(17).
       01 WS-SECS-DISPLAY  PIC Z(6)9.
       01 WS-AVG-DISPLAY   PIC Z(6)9.
       01 WS-READ-DISPLAY  PIC Z(8)9.
       01 WS-AREAD-DISPLAY PIC Z(8)9.
       01 WS-WROTE-DISPLAY PIC Z(8)9.
       01 WS-RC-DISPLAY    PIC -(8)9.
       01 WS-COUNT-DISPLAY PIC Z(8)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-SET-CUTOFF.

          DISPLAY "DVD-Thingy batch run-time trend" END-DISPLAY.
          DISPLAY "===============================" END-DISPLAY.
          DISPLAY "Runs since " WS-CUTOFF-DATE ", against each job's "
             "average over its previous " WS-RING-SIZE " good runs"
          END-DISPLAY.

          SORT S-RUNS
             ON ASCENDING KEY WS-RUN-JOB WS-RUN-START
             INPUT PROCEDURE IS 001-RELEASE-RUNS
             OUTPUT PROCEDURE IS 001-REPORT-RUNS.

          DISPLAY SPACE END-DISPLAY.
          MOVE WS-RUNS-LISTED TO WS-COUNT-DISPLAY.
          MOVE WS-RUNS-FLAGGED TO WS-READ-DISPLAY.
          DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY) " runs listed, "
             FUNCTION TRIM(WS-READ-DISPLAY) " flagged."
          END-DISPLAY.
          IF WS-RUNS-FLAGGED > 0 THEN
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

      *   Long-only option below has no short equivalent, so its
      *   return character is not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "days" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'D'    TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-runrep -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-runrep 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'D'
                MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                   TO WS-CONFIG-DAYS
                IF WS-CONFIG-DAYS < 1 THEN
                   DISPLAY "dvd-runrep: --days must be at least 1"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             END-EVALUATE
          END-PERFORM.

       001-SET-CUTOFF.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCAN-DATE.
          COMPUTE WS-SCAN-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
             - WS-CONFIG-DAYS + 1
          END-COMPUTE.
          COMPUTE WS-SCAN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
          END-COMPUTE.
          MOVE WS-SCAN-DATE TO WS-CUTOFF-DATE.

      * Sort input side: every registered job run, then every close
      * step, labelled "close:" plus the command so a step never
      * groups with the job's own registration.
       001-RELEASE-RUNS.
          OPEN INPUT F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-BATCH-CONTROL
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF BC-START IS NUMERIC THEN
                         MOVE BC-JOB     TO WS-RUN-JOB
                         MOVE BC-START   TO WS-RUN-START
                         MOVE BC-END     TO WS-RUN-END
                         MOVE BC-READ    TO WS-RUN-READ
                         MOVE BC-WRITTEN TO WS-RUN-WRITTEN
                         MOVE 'Y'        TO WS-RUN-HAS-VOLUME
                         MOVE 0          TO WS-RUN-RC
                         RELEASE WS-RUN-RECORD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-BATCH-CONTROL
          END-IF.

          OPEN INPUT F-CLOSE-STEPS.
          IF WS-CLOSE-STEPS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-CLOSE-STEPS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF CS-START IS NUMERIC THEN
                         MOVE SPACES TO WS-RUN-JOB
                         STRING "close:" DELIMITED BY SIZE
                                CS-COMMAND DELIMITED BY SPACE
                            INTO WS-RUN-JOB
                         END-STRING
                         MOVE CS-START TO WS-RUN-START
                         MOVE CS-END   TO WS-RUN-END
                         MOVE 0        TO WS-RUN-READ
                         MOVE 0        TO WS-RUN-WRITTEN
                         MOVE 'N'      TO WS-RUN-HAS-VOLUME
                         MOVE CS-RC    TO WS-RUN-RC
                         RELEASE WS-RUN-RECORD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-CLOSE-STEPS
          END-IF.

      * Sort output side: a heading per job, then each of its runs
      * judged against the ring of the good runs before it.
       001-REPORT-RUNS.
          MOVE 'N' TO WS-BREAK-HAVE-JOB.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-RUNS
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-JUDGE-RUN
             END-RETURN
          END-PERFORM.
          IF WS-BREAK-HAVE-JOB = 'N' THEN
             DISPLAY SPACE END-DISPLAY
             DISPLAY "No runs in batch-control.dat or "
                "close-steps.dat yet."
             END-DISPLAY
          END-IF.

       005-JUDGE-RUN.
          IF WS-BREAK-HAVE-JOB = 'N'
             OR WS-RUN-JOB NOT = WS-BREAK-JOB
          THEN
             MOVE WS-RUN-JOB TO WS-BREAK-JOB
             MOVE 'Y' TO WS-BREAK-HAVE-JOB
             MOVE 0 TO WS-RING-COUNT
             MOVE 1 TO WS-RING-NEXT
             DISPLAY SPACE END-DISPLAY
             DISPLAY FUNCTION TRIM(WS-BREAK-JOB) END-DISPLAY
          END-IF.

          MOVE WS-RUN-START TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-START-SECS.
          MOVE 0 TO WS-ELAPSED-SECS.
          IF WS-RUN-END IS NUMERIC THEN
             MOVE WS-RUN-END TO WS-CONV-TIME
             PERFORM 005-TIMESTAMP-TO-SECS
             MOVE WS-CONV-SECS TO WS-STOP-SECS
             IF WS-STOP-SECS > WS-START-SECS THEN
                COMPUTE WS-ELAPSED-SECS = WS-STOP-SECS - WS-START-SECS
                END-COMPUTE
             END-IF
          END-IF.

          PERFORM 005-RING-AVERAGES.
          PERFORM 005-SET-FLAGS.
          IF WS-RUN-START(1:8) >= WS-CUTOFF-DATE THEN
             PERFORM 005-PRINT-RUN
          END-IF.

      *   Failed steps would drag the average down; only good runs
      *   join the trailing window.
          IF WS-RUN-RC = 0 THEN
             MOVE WS-ELAPSED-SECS TO WS-RING-SECS(WS-RING-NEXT)
             MOVE WS-RUN-READ     TO WS-RING-READ(WS-RING-NEXT)
             IF WS-RING-COUNT < WS-RING-SIZE THEN
                ADD 1 TO WS-RING-COUNT
             END-IF
             ADD 1 TO WS-RING-NEXT
             IF WS-RING-NEXT > WS-RING-SIZE THEN
                MOVE 1 TO WS-RING-NEXT
             END-IF
          END-IF.

       005-RING-AVERAGES.
          MOVE 0 TO WS-SUM-SECS WS-SUM-READ WS-AVG-SECS WS-AVG-READ.
          IF WS-RING-COUNT = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                  UNTIL WS-RING-IDX > WS-RING-COUNT
             ADD WS-RING-SECS(WS-RING-IDX) TO WS-SUM-SECS
             ADD WS-RING-READ(WS-RING-IDX) TO WS-SUM-READ
          END-PERFORM.
          DIVIDE WS-SUM-SECS BY WS-RING-COUNT GIVING WS-AVG-SECS.
          DIVIDE WS-SUM-READ BY WS-RING-COUNT GIVING WS-AVG-READ.

       005-SET-FLAGS.
          MOVE SPACES TO WS-FLAGS.
          MOVE 1 TO WS-FLAG-PTR.
          IF WS-RUN-RC NOT = 0 THEN
             STRING " FAILED" DELIMITED BY SIZE
                INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
             END-STRING
          END-IF.
          IF WS-RING-COUNT < WS-MIN-HISTORY THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-ELAPSED-SECS > WS-AVG-SECS * WS-SLOW-FACTOR
             AND WS-ELAPSED-SECS >= WS-AVG-SECS + WS-SLOW-MIN-SECS
          THEN
             STRING " SLOW" DELIMITED BY SIZE
                INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
             END-STRING
          END-IF.
          IF WS-RUN-HAS-VOLUME = 'Y' AND WS-AVG-READ > 0 THEN
             IF WS-RUN-READ = 0 THEN
                STRING " ZERO" DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                END-STRING
             END-IF
             IF WS-RUN-READ > WS-AVG-READ * WS-JUMP-FACTOR THEN
                STRING " JUMP" DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                END-STRING
             END-IF
          END-IF.

       005-PRINT-RUN.
          ADD 1 TO WS-RUNS-LISTED.
          IF WS-FLAGS NOT = SPACES THEN
             ADD 1 TO WS-RUNS-FLAGGED
          END-IF.
          MOVE SPACES TO WS-STAMP-DISPLAY.
          STRING WS-RUN-START(1:8) " " WS-RUN-START(9:2) ":"
                 WS-RUN-START(11:2) ":" WS-RUN-START(13:2)
             DELIMITED BY SIZE INTO WS-STAMP-DISPLAY
          END-STRING.
          MOVE WS-ELAPSED-SECS TO WS-SECS-DISPLAY.
          MOVE WS-AVG-SECS     TO WS-AVG-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          IF WS-RUN-HAS-VOLUME = 'Y' THEN
             MOVE WS-RUN-READ    TO WS-READ-DISPLAY
             MOVE WS-AVG-READ    TO WS-AREAD-DISPLAY
             MOVE WS-RUN-WRITTEN TO WS-WROTE-DISPLAY
             STRING "  " WS-STAMP-DISPLAY "  " WS-SECS-DISPLAY
                    "s (avg " WS-AVG-DISPLAY "s)  read "
                    WS-READ-DISPLAY " (avg " WS-AREAD-DISPLAY
                    ")  written " WS-WROTE-DISPLAY WS-FLAGS
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          ELSE
             MOVE WS-RUN-RC TO WS-RC-DISPLAY
             STRING "  " WS-STAMP-DISPLAY "  " WS-SECS-DISPLAY
                    "s (avg " WS-AVG-DISPLAY "s)  status "
                    WS-RC-DISPLAY WS-FLAGS
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
          END-IF.
          DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING) END-DISPLAY.

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

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-runrep [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Trends batch run times: every run registered in "
                  "batch-control.dat and every dvd-close step in "
                  "close-steps.dat, per job, with elapsed time and "
                  "record volumes against the job's average over its "
                  "previous 30 good runs. Runs more than twice as "
                  "slow as average (SLOW), reading nothing (ZERO) or "
                  "over three times the usual volume (JUMP), and "
                  "failed close steps (FAILED) are flagged; the exit "
                  "status is 1 when any listed run is."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --days=N  list runs from the last N days "
                  "(default 30); older runs still feed the averages."
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
