       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-QRREP.
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
      * Quarantine disposition summary: for each data file DVD-CHECK
      * has quarantined lines from, how many records went into
      * quarantine.dat, how many have been corrected and resubmitted
      * and how many written off at the DVD-QREVIEW screen (from
      * quarantine-disp.dat), and how many are still pending, with
      * the oldest pending record's date so a backlog that is not
      * being worked shows up. A second table gives the same counts
      * by reason code.
      *
      * A decision names its record by line number in quarantine.dat
      * with QR-TIMESTAMP/QR-SOURCE as a cross-check, the same match
      * DVD-QREVIEW makes; a decision that matches no record (say the
      * quarantine file was restored from an older backup set) is
      * counted in the notes rather than credited to anything.
      * Output goes to quarantine-summary.txt (or --output=FILE),
      * 80 columns.
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
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-QUARANTINE.
       COPY "QUARANTINE-RECORD.CPY".
       FD F-DISPOSITION.
       COPY "QUARANTINE-DISPOSITION-RECORD.CPY".
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-QUARANTINE-STATUS  PIC XX.
       01 WS-DISPOSITION-STATUS PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "quarantine-summary.txt".
       01 WS-EOF PIC X.
      *   The decisions from quarantine-disp.dat, and whether each
      *   has been matched to its quarantine record.
       78 WS-MAX-DECIDED VALUE 10000.
       01 WS-DECIDED-TABLE.
          05 WS-DECIDED-ENTRY OCCURS WS-MAX-DECIDED TIMES.
             10 WS-DECIDED-NUMBER  PIC 9(7).
             10 WS-DECIDED-STAMP   PIC X(14).
             10 WS-DECIDED-SOURCE  PIC X(20).
             10 WS-DECIDED-ACTION  PIC X(10).
             10 WS-DECIDED-MATCHED PIC X.
       01 WS-DECIDED-COUNT PIC 9(5) VALUE 0.
       01 WS-DECIDED-IDX   PIC 9(5).
       01 WS-DECIDED-FOUND PIC 9(5).
       01 WS-QR-NUMBER     PIC 9(7) VALUE 0.
      *   Counts per source file and per reason code, the two tables
      *   the same shape; the oldest pending is a QR-TIMESTAMP.
       78 WS-MAX-TALLIES VALUE 20.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS WS-MAX-TALLIES TIMES.
             10 WS-SOURCE-KEY       PIC X(20).
             10 WS-SOURCE-QUARANTINED PIC 9(7).
             10 WS-SOURCE-CORRECTED PIC 9(7).
             10 WS-SOURCE-WRITTEN-OFF PIC 9(7).
             10 WS-SOURCE-OLDEST    PIC X(14).
       01 WS-SOURCE-USED PIC 99 VALUE 0.
       01 WS-REASON-TABLE.
          05 WS-REASON-ENTRY OCCURS WS-MAX-TALLIES TIMES.
             10 WS-REASON-KEY       PIC X(20).
             10 WS-REASON-QUARANTINED PIC 9(7).
             10 WS-REASON-CORRECTED PIC 9(7).
             10 WS-REASON-WRITTEN-OFF PIC 9(7).
             10 WS-REASON-OLDEST    PIC X(14).
       01 WS-REASON-USED PIC 99 VALUE 0.
       01 WS-TALLY-IDX   PIC 99.
       01 WS-TALLY-FOUND PIC 99.
      *   The row being printed, from either table.
       01 WS-ROW-KEY         PIC X(20).
       01 WS-ROW-QUARANTINED PIC 9(7).
       01 WS-ROW-CORRECTED   PIC 9(7).
       01 WS-ROW-WRITTEN-OFF PIC 9(7).
       01 WS-ROW-PENDING     PIC 9(7).
       01 WS-ROW-OLDEST      PIC X(14).
       01 WS-TOTAL-QUARANTINED PIC 9(7).
       01 WS-TOTAL-CORRECTED   PIC 9(7).
       01 WS-TOTAL-WRITTEN-OFF PIC 9(7).
       01 WS-TOTAL-OLDEST      PIC X(14).
       01 WS-UNMATCHED         PIC 9(5) VALUE 0.
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
      *   Spool-file pagination state, as DVD-WEEKLY.
       78 WS-PAGE-LINES VALUE 60.
       01 WS-LINE-COUNT   PIC 99 VALUE 99.
       01 WS-PAGE-NUMBER  PIC 999 VALUE 0.
       01 WS-PRINT-LINE   PIC X(80).
       01 WS-PAGE-DISPLAY PIC ZZ9.
       01 WS-NOW-STAMP    PIC X(14).
       01 WS-QUARANTINED-DISPLAY PIC Z(6)9.
       01 WS-CORRECTED-DISPLAY   PIC Z(6)9.
       01 WS-WRITTEN-OFF-DISPLAY PIC Z(6)9.
       01 WS-PENDING-DISPLAY     PIC Z(6)9.
       01 WS-COUNT-DISPLAY       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 001-LOAD-DECISIONS.
          PERFORM 001-TALLY-QUARANTINE.

          PERFORM VARYING WS-DECIDED-IDX FROM 1 BY 1
                  UNTIL WS-DECIDED-IDX > WS-DECIDED-COUNT
             IF WS-DECIDED-MATCHED(WS-DECIDED-IDX) = 'N' THEN
                ADD 1 TO WS-UNMATCHED
             END-IF
          END-PERFORM.

          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-qrrep: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-PRINT-BY-SOURCE.
          PERFORM 001-PRINT-BY-REASON.
          PERFORM 001-PRINT-NOTES.
          CLOSE F-REPORT.

          DISPLAY "dvd-qrrep: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " (" WS-QR-NUMBER " quarantined, " WS-TOTAL-CORRECTED
             " corrected, " WS-TOTAL-WRITTEN-OFF " written off)"
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
          MOVE "output" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1        TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'O'      TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-qrrep -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-qrrep 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'O'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-REPORT-PATH
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

       001-LOAD-DECISIONS.
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
                   IF QD-QR-NUMBER IS NUMERIC THEN
                      PERFORM 005-REMEMBER-DECISION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DISPOSITION.

       005-REMEMBER-DECISION.
          IF WS-DECIDED-COUNT >= WS-MAX-DECIDED THEN
             DISPLAY "dvd-qrrep: more than " WS-MAX-DECIDED
                " decisions in quarantine-disp.dat; aborting rather "
                "than miscounting"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-DECIDED-COUNT.
          MOVE QD-QR-NUMBER    TO WS-DECIDED-NUMBER(WS-DECIDED-COUNT).
          MOVE QD-QR-TIMESTAMP TO WS-DECIDED-STAMP(WS-DECIDED-COUNT).
          MOVE QD-SOURCE       TO WS-DECIDED-SOURCE(WS-DECIDED-COUNT).
          MOVE QD-ACTION       TO WS-DECIDED-ACTION(WS-DECIDED-COUNT).
          MOVE 'N'             TO WS-DECIDED-MATCHED(WS-DECIDED-COUNT).

       001-TALLY-QUARANTINE.
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
                   ADD 1 TO WS-QR-NUMBER
                   PERFORM 005-TALLY-ONE-RECORD
             END-READ
          END-PERFORM.
          CLOSE F-QUARANTINE.

      * The first decision on a record is the one that counts; a
      * second (two screens racing) is matched but not counted again.
       005-TALLY-ONE-RECORD.
          MOVE 0 TO WS-DECIDED-FOUND.
          PERFORM VARYING WS-DECIDED-IDX FROM 1 BY 1
                  UNTIL WS-DECIDED-IDX > WS-DECIDED-COUNT
             IF WS-DECIDED-NUMBER(WS-DECIDED-IDX) = WS-QR-NUMBER
                AND WS-DECIDED-STAMP(WS-DECIDED-IDX) = QR-TIMESTAMP
                AND WS-DECIDED-SOURCE(WS-DECIDED-IDX) = QR-SOURCE
             THEN
                MOVE 'Y' TO WS-DECIDED-MATCHED(WS-DECIDED-IDX)
                IF WS-DECIDED-FOUND = 0 THEN
                   MOVE WS-DECIDED-IDX TO WS-DECIDED-FOUND
                END-IF
             END-IF
          END-PERFORM.

          PERFORM 005-FIND-SOURCE.
          ADD 1 TO WS-SOURCE-QUARANTINED(WS-TALLY-FOUND).
          EVALUATE TRUE
          WHEN WS-DECIDED-FOUND = 0
             IF WS-SOURCE-OLDEST(WS-TALLY-FOUND) = SPACES THEN
                MOVE QR-TIMESTAMP TO WS-SOURCE-OLDEST(WS-TALLY-FOUND)
             END-IF
          WHEN WS-DECIDED-ACTION(WS-DECIDED-FOUND) = "RESUBMIT"
             ADD 1 TO WS-SOURCE-CORRECTED(WS-TALLY-FOUND)
          WHEN OTHER
             ADD 1 TO WS-SOURCE-WRITTEN-OFF(WS-TALLY-FOUND)
          END-EVALUATE.

          PERFORM 005-FIND-REASON.
          ADD 1 TO WS-REASON-QUARANTINED(WS-TALLY-FOUND).
          EVALUATE TRUE
          WHEN WS-DECIDED-FOUND = 0
             IF WS-REASON-OLDEST(WS-TALLY-FOUND) = SPACES THEN
                MOVE QR-TIMESTAMP TO WS-REASON-OLDEST(WS-TALLY-FOUND)
             END-IF
          WHEN WS-DECIDED-ACTION(WS-DECIDED-FOUND) = "RESUBMIT"
             ADD 1 TO WS-REASON-CORRECTED(WS-TALLY-FOUND)
          WHEN OTHER
             ADD 1 TO WS-REASON-WRITTEN-OFF(WS-TALLY-FOUND)
          END-EVALUATE.

      *   Leaves QR-SOURCE's row in WS-TALLY-FOUND, adding it if new.
       005-FIND-SOURCE.
          MOVE 0 TO WS-TALLY-FOUND.
          PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                  UNTIL WS-TALLY-IDX > WS-SOURCE-USED
             IF WS-SOURCE-KEY(WS-TALLY-IDX) = QR-SOURCE THEN
                MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          IF WS-SOURCE-USED >= WS-MAX-TALLIES THEN
             DISPLAY "dvd-qrrep: more than " WS-MAX-TALLIES
                " source files in quarantine.dat; aborting"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-SOURCE-USED.
          MOVE WS-SOURCE-USED TO WS-TALLY-FOUND.
          MOVE QR-SOURCE TO WS-SOURCE-KEY(WS-TALLY-FOUND).
          MOVE 0 TO WS-SOURCE-QUARANTINED(WS-TALLY-FOUND).
          MOVE 0 TO WS-SOURCE-CORRECTED(WS-TALLY-FOUND).
          MOVE 0 TO WS-SOURCE-WRITTEN-OFF(WS-TALLY-FOUND).
          MOVE SPACES TO WS-SOURCE-OLDEST(WS-TALLY-FOUND).

      *   Leaves QR-REASON's row in WS-TALLY-FOUND, adding it if new.
       005-FIND-REASON.
          MOVE 0 TO WS-TALLY-FOUND.
          PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                  UNTIL WS-TALLY-IDX > WS-REASON-USED
             IF WS-REASON-KEY(WS-TALLY-IDX) = QR-REASON THEN
                MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          IF WS-REASON-USED >= WS-MAX-TALLIES THEN
             DISPLAY "dvd-qrrep: more than " WS-MAX-TALLIES
                " reason codes in quarantine.dat; aborting"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-REASON-USED.
          MOVE WS-REASON-USED TO WS-TALLY-FOUND.
          MOVE QR-REASON TO WS-REASON-KEY(WS-TALLY-FOUND).
          MOVE 0 TO WS-REASON-QUARANTINED(WS-TALLY-FOUND).
          MOVE 0 TO WS-REASON-CORRECTED(WS-TALLY-FOUND).
          MOVE 0 TO WS-REASON-WRITTEN-OFF(WS-TALLY-FOUND).
          MOVE SPACES TO WS-REASON-OLDEST(WS-TALLY-FOUND).

       001-PRINT-BY-SOURCE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "BY SOURCE FILE" DELIMITED BY SIZE
             INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-PRINT-TABLE-HEADING.
          PERFORM 005-CLEAR-TOTALS.
          PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                  UNTIL WS-TALLY-IDX > WS-SOURCE-USED
             MOVE WS-SOURCE-KEY(WS-TALLY-IDX)      TO WS-ROW-KEY
             MOVE WS-SOURCE-QUARANTINED(WS-TALLY-IDX)
                TO WS-ROW-QUARANTINED
             MOVE WS-SOURCE-CORRECTED(WS-TALLY-IDX) TO WS-ROW-CORRECTED
             MOVE WS-SOURCE-WRITTEN-OFF(WS-TALLY-IDX)
                TO WS-ROW-WRITTEN-OFF
             MOVE WS-SOURCE-OLDEST(WS-TALLY-IDX)   TO WS-ROW-OLDEST
             PERFORM 005-PRINT-ROW
          END-PERFORM.
          PERFORM 005-PRINT-TOTAL-ROW.

       001-PRINT-BY-REASON.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          STRING "BY REASON CODE" DELIMITED BY SIZE
             INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-PRINT-TABLE-HEADING.
          PERFORM 005-CLEAR-TOTALS.
          PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                  UNTIL WS-TALLY-IDX > WS-REASON-USED
             MOVE WS-REASON-KEY(WS-TALLY-IDX)      TO WS-ROW-KEY
             MOVE WS-REASON-QUARANTINED(WS-TALLY-IDX)
                TO WS-ROW-QUARANTINED
             MOVE WS-REASON-CORRECTED(WS-TALLY-IDX) TO WS-ROW-CORRECTED
             MOVE WS-REASON-WRITTEN-OFF(WS-TALLY-IDX)
                TO WS-ROW-WRITTEN-OFF
             MOVE WS-REASON-OLDEST(WS-TALLY-IDX)   TO WS-ROW-OLDEST
             PERFORM 005-PRINT-ROW
          END-PERFORM.
          PERFORM 005-PRINT-TOTAL-ROW.

       001-PRINT-NOTES.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE "NOTES" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-DECIDED-COUNT TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  Decisions in quarantine-disp.dat:   "
                 WS-COUNT-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-UNMATCHED TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  Decisions matching no record:       "
                 WS-COUNT-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE "  CORRECTED = fixed at dvd-qreview and resubmitted to "
             & "its source file." TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

      *   The table's title (in WS-PRINT-LINE on entry) and its
      *   column headings.
       005-PRINT-TABLE-HEADING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "                       QUARANTINED  CORRECTED  "
                 "WRITTEN OFF  PENDING  OLDEST"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

       005-CLEAR-TOTALS.
          MOVE 0 TO WS-TOTAL-QUARANTINED.
          MOVE 0 TO WS-TOTAL-CORRECTED.
          MOVE 0 TO WS-TOTAL-WRITTEN-OFF.
          MOVE SPACES TO WS-TOTAL-OLDEST.

       005-PRINT-ROW.
          ADD WS-ROW-QUARANTINED TO WS-TOTAL-QUARANTINED.
          ADD WS-ROW-CORRECTED   TO WS-TOTAL-CORRECTED.
          ADD WS-ROW-WRITTEN-OFF TO WS-TOTAL-WRITTEN-OFF.
          IF WS-ROW-OLDEST NOT = SPACES
             AND (WS-TOTAL-OLDEST = SPACES
                  OR WS-ROW-OLDEST < WS-TOTAL-OLDEST)
          THEN
             MOVE WS-ROW-OLDEST TO WS-TOTAL-OLDEST
          END-IF.
          PERFORM 005-FORMAT-ROW.

       005-PRINT-TOTAL-ROW.
          MOVE "TOTAL"              TO WS-ROW-KEY.
          MOVE WS-TOTAL-QUARANTINED TO WS-ROW-QUARANTINED.
          MOVE WS-TOTAL-CORRECTED   TO WS-ROW-CORRECTED.
          MOVE WS-TOTAL-WRITTEN-OFF TO WS-ROW-WRITTEN-OFF.
          MOVE WS-TOTAL-OLDEST      TO WS-ROW-OLDEST.
          PERFORM 005-FORMAT-ROW.

      *   Pending is what no decision covers; the oldest pending date
      *   is shown as YYYY-MM-DD, or "-" with nothing pending.
       005-FORMAT-ROW.
          COMPUTE WS-ROW-PENDING = WS-ROW-QUARANTINED
             - WS-ROW-CORRECTED - WS-ROW-WRITTEN-OFF
          END-COMPUTE.
          MOVE WS-ROW-QUARANTINED TO WS-QUARANTINED-DISPLAY.
          MOVE WS-ROW-CORRECTED   TO WS-CORRECTED-DISPLAY.
          MOVE WS-ROW-WRITTEN-OFF TO WS-WRITTEN-OFF-DISPLAY.
          MOVE WS-ROW-PENDING     TO WS-PENDING-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " WS-ROW-KEY "     " WS-QUARANTINED-DISPLAY
                 "    " WS-CORRECTED-DISPLAY "      "
                 WS-WRITTEN-OFF-DISPLAY "  " WS-PENDING-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          IF WS-ROW-OLDEST = SPACES THEN
             MOVE "-" TO WS-PRINT-LINE(70:1)
          ELSE
             STRING WS-ROW-OLDEST(1:4) "-" WS-ROW-OLDEST(5:2) "-"
                    WS-ROW-OLDEST(7:2)
                DELIMITED BY SIZE INTO WS-PRINT-LINE(70:10)
             END-STRING
          END-IF.
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
          MOVE SPACES TO WS-PRINT-LINE.

       005-START-NEW-PAGE.
          ADD 1 TO WS-PAGE-NUMBER.
          MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
          MOVE SPACES TO WS-REPORT-RECORD.
          STRING "DVD-THINGY QUARANTINE DISPOSITIONS  " WS-NOW-STAMP
                 "  page " WS-PAGE-DISPLAY
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
          DISPLAY "  dvd-qrrep [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Quarantine disposition summary: records "
                  "quarantined, corrected and resubmitted, written "
                  "off and still pending, per source file and per "
                  "reason code, from quarantine.dat and "
                  "quarantine-disp.dat."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --output=FILE  file to write (default "
                  "quarantine-summary.txt)."
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
