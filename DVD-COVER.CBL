      * --height name the panel the session ran on (the headless
      * 80x24 by default); --logo-width/--logo-height cover sessions
      * that ran --logo-file art instead of the stock 31x8 box.
      *
      * With --host naming the unit the journals came from, the
      * result is also appended to coverage-history.dat, where
      * DVD-PNLREP.CBL picks up the latest percentage for each
      * panel's warranty claim.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-JOURNAL ASSIGN DYNAMIC WS-JOURNAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT F-COVERAGE-HISTORY ASSIGN TO "coverage-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COVERAGE-HISTORY-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL.
       COPY "TICK-JOURNAL-RECORD.CPY".
       FD F-COVERAGE-HISTORY.
       COPY "COVERAGE-HISTORY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-PATH   PIC X(255).
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-JOURNAL-EOF    PIC X.
       01 WS-COVERAGE-HISTORY-STATUS PIC XX.
      *   The unit the journals came from; --host. Blank means the
      *   result is only printed.
       01 WS-CONFIG-HOST    PIC X(20) VALUE SPACES.
      *   Up to this many journals accumulate into one map.
       78 WS-MAX-JOURNALS VALUE 10.
       01 WS-JOURNAL-TABLE.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 9 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
          PERFORM 001-MEASURE-COVERAGE.
          PERFORM 001-PRINT-HEATMAP.
          PERFORM 001-PRINT-COVERAGE.
          IF WS-CONFIG-HOST NOT = SPACES THEN
             PERFORM 001-RECORD-COVERAGE
          END-IF.
          STOP RUN RETURNING 0.

       001-GETOPT.
          MOVE 1             TO WS-GETOPT-LONGOPTION-HAS-VALUE(8).
          MOVE 'Y'           TO WS-GETOPT-LONGOPTION-RETURN(8).

          MOVE "host" TO WS-GETOPT-LONGOPTION-NAME(9).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(9).
          MOVE 'T'    TO WS-GETOPT-LONGOPTION-RETURN(9).

          PERFORM WITH TEST AFTER UNTIL RETURN-CODE = -1
             CALL "CBL_GC_GETOPT" USING
                BY REFERENCE WS-GETOPT-SHORTOPTIONS
                   MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                      TO WS-CONFIG-LOGO-HEIGHT
                END-IF
             WHEN = 'T'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-HOST
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

             END-DISPLAY
          END-IF.

      * Appends this run's result for --host to the coverage history.
       001-RECORD-COVERAGE.
          OPEN EXTEND F-COVERAGE-HISTORY.
          IF WS-COVERAGE-HISTORY-STATUS = "35" THEN
             OPEN OUTPUT F-COVERAGE-HISTORY
          END-IF.
          IF WS-COVERAGE-HISTORY-STATUS NOT = "00" THEN
             DISPLAY "dvd-cover: cannot append to "
                "coverage-history.dat (status "
                WS-COVERAGE-HISTORY-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES                      TO CV-RECORD.
          MOVE WS-CONFIG-HOST              TO CV-HOST.
          MOVE FUNCTION CURRENT-DATE(1:14) TO CV-STAMP.
          MOVE WS-COVER-PCT                TO CV-PCT.
          MOVE WS-CELLS-COVERED            TO CV-CELLS-COVERED.
          MOVE WS-CELLS-TOTAL              TO CV-CELLS-TOTAL.
          WRITE CV-RECORD.
          CLOSE F-COVERAGE-HISTORY.
          DISPLAY "Recorded for " FUNCTION TRIM(WS-CONFIG-HOST)
             " in coverage-history.dat"
          END-DISPLAY.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-cover --journal=FILE [--journal=FILE...] "
          DISPLAY "      --logo-width=N --logo-height=N  the logo "
                  "box (default 31x8, the built-in art)."
          END-DISPLAY.
          DISPLAY "      --host=TAG   the unit the journals came from; "
                  "the result is appended to coverage-history.dat."
          END-DISPLAY.

       005-GETOPT-LICENSE.
          DISPLAY "Copyright (C) 2024 " &
