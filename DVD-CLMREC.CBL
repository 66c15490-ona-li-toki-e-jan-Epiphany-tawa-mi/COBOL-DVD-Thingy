       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-CLMREC.
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
      * Nightly reconciliation of the prize claim register
      * (claim-register.dat) against the corner-hit audit trail. Per
      * issuing kiosk it counts the codes issued, redeemed, expired
      * unredeemed and still open; then it proves every claim code
      * against a CH-RECORD with the same timestamp and corner in
      * corner-hits.log or one of DVD-ARCHIVE's dated generations
      * (corner-hits.YYYYMMDD.log). A code with no such hit is
      * listed as UNMATCHED - a register line the kiosk never wrote,
      * so nobody cashes in a prize for a hit that never happened -
      * and flips the exit status for cron.
      *
      * The match is a sort-merge the way DVD-STATS breaks its days:
      * hits and claims go through one SORT keyed on timestamp and
      * corner, hits ahead of claims on the same key, and each claim
      * consumes one hit. Claims older than --retain-days (the
      * archive retention, 30 by default) are counted but not
      * matched, since the purge has already taken their hits.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CLAIM-REGISTER ASSIGN TO "claim-register.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLAIM-REGISTER-STATUS.
      *   The live log and each probed generation in turn.
          SELECT F-CORNER-HITS ASSIGN DYNAMIC WS-CORNER-HITS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CORNER-HITS-STATUS.
          SELECT S-MATCH ASSIGN TO "dvd-clmrec-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CLAIM-REGISTER.
       COPY "CLAIM-REGISTER-RECORD.CPY".
       FD F-CORNER-HITS.
       COPY "CORNER-HIT-RECORD.CPY".
       SD S-MATCH.
       01 WS-MATCH-RECORD.
          05 WS-MATCH-TIMESTAMP PIC X(14).
          05 WS-MATCH-CORNER    PIC X(2).
      *   'H' a hit, 'K' a claim; H sorts ahead of K on one key.
          05 WS-MATCH-TYPE      PIC X.
          05 WS-MATCH-CODE      PIC X(14).
          05 WS-MATCH-HOST      PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-CLAIM-REGISTER-STATUS PIC XX.
       01 WS-CORNER-HITS-STATUS    PIC XX.
       01 WS-CORNER-HITS-PATH      PIC X(40).
       01 WS-EOF                   PIC X.
       01 WS-TODAY                 PIC 9(8).
      *   Claims issued before this date are past the archive
      *   retention and are not matched.
       01 WS-CONFIG-RETAIN-DAYS    PIC 9(4) VALUE 30.
       01 WS-MATCH-FROM            PIC 9(8).
       01 WS-MATCH-FROM-X REDEFINES WS-MATCH-FROM PIC X(8).
      *   Generation probe: every dated file from the match window's
      *   first day through today.
       01 WS-PROBE-JULIAN          PIC 9(9).
       01 WS-PROBE-LAST-JULIAN     PIC 9(9).
       01 WS-PROBE-DATE            PIC 9(8).
      *   Per-kiosk counts, in first-seen order.
       78 WS-MAX-HOSTS VALUE 100.
       01 WS-HOST-TABLE.
          05 WS-HOST-ENTRY OCCURS WS-MAX-HOSTS TIMES.
             10 WS-HOST-TAG       PIC X(20).
             10 WS-HOST-ISSUED    PIC 9(7).
             10 WS-HOST-REDEEMED  PIC 9(7).
             10 WS-HOST-EXPIRED   PIC 9(7).
             10 WS-HOST-OPEN      PIC 9(7).
             10 WS-HOST-UNMATCHED PIC 9(7).
       01 WS-HOST-COUNT PIC 999 VALUE 0.
       01 WS-HOST-IDX   PIC 999.
       01 WS-HOST-FOUND PIC 999.
       01 WS-FIND-HOST  PIC X(20).
      *   Merge state: the key being matched and the hits on it not
      *   yet claimed.
       01 WS-MATCH-EOF       PIC X.
       01 WS-LAST-KEY        PIC X(16) VALUE SPACES.
       01 WS-THIS-KEY        PIC X(16).
       01 WS-KEY-HITS        PIC 9(5).
       01 WS-UNMATCHED-TOTAL PIC 9(7) VALUE 0.
       01 WS-HITS-READ       PIC 9(9) VALUE 0.
       01 WS-CLAIMS-READ     PIC 9(9) VALUE 0.
      *   Report totals.
       01 WS-TOT-ISSUED    PIC 9(7) VALUE 0.
       01 WS-TOT-REDEEMED  PIC 9(7) VALUE 0.
       01 WS-TOT-EXPIRED   PIC 9(7) VALUE 0.
       01 WS-TOT-OPEN      PIC 9(7) VALUE 0.
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
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          COMPUTE WS-MATCH-FROM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - WS-CONFIG-RETAIN-DAYS)
          END-COMPUTE.

          DISPLAY "Prize claim reconciliation, " WS-TODAY END-DISPLAY.
          DISPLAY "  hits matched back to " WS-MATCH-FROM END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.

          SORT S-MATCH
             ON ASCENDING KEY WS-MATCH-TIMESTAMP
                              WS-MATCH-CORNER
                              WS-MATCH-TYPE
             INPUT PROCEDURE IS 001-RELEASE-HITS-AND-CLAIMS
             OUTPUT PROCEDURE IS 001-MATCH-CLAIMS.

          PERFORM 001-PRINT-KIOSK-TOTALS.

          IF WS-UNMATCHED-TOTAL > 0 THEN
             DISPLAY SPACE END-DISPLAY
             DISPLAY "dvd-clmrec: " WS-UNMATCHED-TOTAL
                " claim code(s) with no matching corner hit"
             END-DISPLAY
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

      *   Long-only option below has no short equivalent, so its return
      *   character is not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "retain-days" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1             TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'R'           TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-clmrec -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-clmrec 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'R'
                MOVE FUNCTION NUMVAL(WS-GETOPT-OPT-VAL)
                   TO WS-CONFIG-RETAIN-DAYS
                IF WS-CONFIG-RETAIN-DAYS < 1 THEN
                   DISPLAY "dvd-clmrec: --retain-days must be at "
                           "least 1"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             END-EVALUATE
          END-PERFORM.

      * Releases every claim (counting it for its kiosk on the way)
      * and every hit from the live log and the generations dated
      * inside the match window.
       001-RELEASE-HITS-AND-CLAIMS.
          PERFORM 005-RELEASE-CLAIMS.

          MOVE "corner-hits.log" TO WS-CORNER-HITS-PATH.
          PERFORM 005-RELEASE-HITS.

          COMPUTE WS-PROBE-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-MATCH-FROM)
          END-COMPUTE.
          COMPUTE WS-PROBE-LAST-JULIAN =
             FUNCTION INTEGER-OF-DATE(WS-TODAY)
          END-COMPUTE.
          PERFORM UNTIL WS-PROBE-JULIAN > WS-PROBE-LAST-JULIAN
             COMPUTE WS-PROBE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-PROBE-JULIAN)
             END-COMPUTE
             MOVE SPACES TO WS-CORNER-HITS-PATH
             STRING "corner-hits." DELIMITED BY SIZE
                    WS-PROBE-DATE  DELIMITED BY SIZE
                    ".log"         DELIMITED BY SIZE
                 INTO WS-CORNER-HITS-PATH
             END-STRING
             PERFORM 005-RELEASE-HITS
             ADD 1 TO WS-PROBE-JULIAN
          END-PERFORM.

       005-RELEASE-CLAIMS.
          OPEN INPUT F-CLAIM-REGISTER.
          IF WS-CLAIM-REGISTER-STATUS NOT = "00" THEN
      *      No register yet: the promotion hasn't issued anything.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-CLAIM-REGISTER
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF CL-CODE NOT = SPACES THEN
                      ADD 1 TO WS-CLAIMS-READ
                      PERFORM 005-COUNT-CLAIM
                      IF CL-TIMESTAMP(1:8) NOT < WS-MATCH-FROM-X THEN
                         MOVE SPACES       TO WS-MATCH-RECORD
                         MOVE CL-TIMESTAMP TO WS-MATCH-TIMESTAMP
                         MOVE CL-CORNER    TO WS-MATCH-CORNER
                         MOVE 'K'          TO WS-MATCH-TYPE
                         MOVE CL-CODE      TO WS-MATCH-CODE
                         MOVE CL-HOST      TO WS-MATCH-HOST
                         RELEASE WS-MATCH-RECORD
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CLAIM-REGISTER.

      * Issued / redeemed / expired-unredeemed / still-open counts
      * for the current CL-RECORD's kiosk.
       005-COUNT-CLAIM.
          MOVE CL-HOST TO WS-FIND-HOST.
          PERFORM 005-FIND-HOST.
          IF WS-HOST-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-HOST-ISSUED(WS-HOST-FOUND).
          EVALUATE TRUE
          WHEN CL-STATUS = "REDEEMED"
             ADD 1 TO WS-HOST-REDEEMED(WS-HOST-FOUND)
          WHEN CL-EXPIRES < WS-TODAY
             ADD 1 TO WS-HOST-EXPIRED(WS-HOST-FOUND)
          WHEN OTHER
             ADD 1 TO WS-HOST-OPEN(WS-HOST-FOUND)
          END-EVALUATE.

      * Finds (or adds) WS-FIND-HOST's row; WS-HOST-FOUND is 0 only
      * when the table is full.
       005-FIND-HOST.
          MOVE 0 TO WS-HOST-FOUND.
          PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                  UNTIL WS-HOST-IDX > WS-HOST-COUNT
             IF WS-HOST-TAG(WS-HOST-IDX) = WS-FIND-HOST THEN
                MOVE WS-HOST-IDX TO WS-HOST-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HOST-FOUND = 0 AND WS-HOST-COUNT < WS-MAX-HOSTS THEN
             ADD 1 TO WS-HOST-COUNT
             MOVE WS-HOST-COUNT TO WS-HOST-FOUND
             MOVE WS-FIND-HOST  TO WS-HOST-TAG(WS-HOST-FOUND)
             MOVE 0 TO WS-HOST-ISSUED(WS-HOST-FOUND)
             MOVE 0 TO WS-HOST-REDEEMED(WS-HOST-FOUND)
             MOVE 0 TO WS-HOST-EXPIRED(WS-HOST-FOUND)
             MOVE 0 TO WS-HOST-OPEN(WS-HOST-FOUND)
             MOVE 0 TO WS-HOST-UNMATCHED(WS-HOST-FOUND)
          END-IF.

      * Releases every well-formed hit in WS-CORNER-HITS-PATH dated
      * inside the match window; a generation that doesn't exist is
      * simply skipped.
       005-RELEASE-HITS.
          OPEN INPUT F-CORNER-HITS.
          IF WS-CORNER-HITS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-CORNER-HITS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF CH-TIMESTAMP IS NUMERIC
                      AND CH-TIMESTAMP(1:8) NOT < WS-MATCH-FROM-X
                   THEN
                      ADD 1 TO WS-HITS-READ
                      MOVE SPACES       TO WS-MATCH-RECORD
                      MOVE CH-TIMESTAMP TO WS-MATCH-TIMESTAMP
                      MOVE CH-CORNER    TO WS-MATCH-CORNER
                      MOVE 'H'          TO WS-MATCH-TYPE
                      RELEASE WS-MATCH-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CORNER-HITS.

      * Each claim consumes one hit on its timestamp-and-corner key;
      * a claim with none left is UNMATCHED.
       001-MATCH-CLAIMS.
          DISPLAY "Unmatched claim codes:" END-DISPLAY.
          MOVE 'N' TO WS-MATCH-EOF.
          MOVE 0   TO WS-KEY-HITS.
          PERFORM WITH TEST AFTER UNTIL WS-MATCH-EOF = 'Y'
             RETURN S-MATCH
                AT END
                   MOVE 'Y' TO WS-MATCH-EOF
                NOT AT END
                   MOVE WS-MATCH-RECORD(1:16) TO WS-THIS-KEY
                   IF WS-THIS-KEY NOT = WS-LAST-KEY THEN
                      MOVE WS-THIS-KEY TO WS-LAST-KEY
                      MOVE 0 TO WS-KEY-HITS
                   END-IF
                   IF WS-MATCH-TYPE = 'H' THEN
                      ADD 1 TO WS-KEY-HITS
                   ELSE
                      IF WS-KEY-HITS > 0 THEN
                         SUBTRACT 1 FROM WS-KEY-HITS
                      ELSE
                         PERFORM 005-FLAG-UNMATCHED
                      END-IF
                   END-IF
             END-RETURN
          END-PERFORM.
          IF WS-UNMATCHED-TOTAL = 0 THEN
             DISPLAY "  none" END-DISPLAY
          END-IF.
          DISPLAY SPACE END-DISPLAY.

       005-FLAG-UNMATCHED.
          ADD 1 TO WS-UNMATCHED-TOTAL.
          DISPLAY "  UNMATCHED " WS-MATCH-CODE " "
             WS-MATCH-HOST " " WS-MATCH-TIMESTAMP " "
             WS-MATCH-CORNER
          END-DISPLAY.
          MOVE WS-MATCH-HOST TO WS-FIND-HOST.
          PERFORM 005-FIND-HOST.
          IF WS-HOST-FOUND > 0 THEN
             ADD 1 TO WS-HOST-UNMATCHED(WS-HOST-FOUND)
          END-IF.

       001-PRINT-KIOSK-TOTALS.
          DISPLAY "Kiosk                  Issued Redeemed  Expired"
             "     Open Unmatched"
          END-DISPLAY.
          PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                  UNTIL WS-HOST-IDX > WS-HOST-COUNT
             DISPLAY WS-HOST-TAG(WS-HOST-IDX) " "
                WS-HOST-ISSUED(WS-HOST-IDX) "  "
                WS-HOST-REDEEMED(WS-HOST-IDX) "  "
                WS-HOST-EXPIRED(WS-HOST-IDX) "  "
                WS-HOST-OPEN(WS-HOST-IDX) "   "
                WS-HOST-UNMATCHED(WS-HOST-IDX)
             END-DISPLAY
             ADD WS-HOST-ISSUED(WS-HOST-IDX)   TO WS-TOT-ISSUED
             ADD WS-HOST-REDEEMED(WS-HOST-IDX) TO WS-TOT-REDEEMED
             ADD WS-HOST-EXPIRED(WS-HOST-IDX)  TO WS-TOT-EXPIRED
             ADD WS-HOST-OPEN(WS-HOST-IDX)     TO WS-TOT-OPEN
          END-PERFORM.
          DISPLAY "Total                " WS-TOT-ISSUED "  "
             WS-TOT-REDEEMED "  " WS-TOT-EXPIRED "  " WS-TOT-OPEN
             "   " WS-UNMATCHED-TOTAL
          END-DISPLAY.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "Claims read " WS-CLAIMS-READ ", hits read "
             WS-HITS-READ
          END-DISPLAY.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-clmrec [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Reconciles the prize claim register "
                  "(claim-register.dat) against corner-hits.log and "
                  "its dated archive generations: codes issued, "
                  "redeemed, expired and still open per kiosk, and "
                  "every code with no matching corner hit. Exits 1 "
                  "when any code is unmatched."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --retain-days=N  match claims back N days, "
                  "the archive retention (default 30)."
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
