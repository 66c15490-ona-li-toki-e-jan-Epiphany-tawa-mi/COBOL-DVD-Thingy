       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-SEALCK.
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
      * Verification of the corner-hit seal ledger (corner-hits.seal,
      * CORNER-HIT-SEAL-RECORD.CPY) DVD-SEAL appends to nightly.
      *
      * First the ledger itself: every seal must link to the chain
      * value of the seal before it, and its own chain value must
      * still match its fields, so a seal edited, dropped or slipped
      * in anywhere shows up as a break at that point. The last
      * chain value is printed; noted down or kept on the printed
      * report, it also catches seals cut off the end.
      *
      * Then the history: each sealed day of this unit is recomputed
      * (count and hash total over its CH-RECORD lines) from whatever
      * still holds it -
      *   the live corner-hits.log and DVD-ARCHIVE's dated
      *      generations, for the days they hold wholly (from the
      *      oldest remaining generation's date on, as DVD-SEAL
      *      decides what to seal);
      *   the keyed master corner-hits.idx, rebuilt into CH-RECORD
      *      lines, for any day it holds.
      * Every source holding a day must agree with its seal. Reported
      * are: each day a source no longer matches, each day inside the
      * sealed range that has records but no seal, each sealed day no
      * source holds any more, and each break in the chain. The
      * keyed master keeps one record for two identical hits in the
      * same second (DVD-CHLOAD takes the second for a reload), so
      * such a day shows up against corner-hits.idx alone; the log
      * comparison for the same day is the one to go by.
      *
      * The host tag is found as DVD-SEAL finds it. Exits 1 when
      * anything is reported, so it can run unattended.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
          SELECT F-SEAL ASSIGN TO "corner-hits.seal"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SEAL-STATUS.
      *   The "ls -1" capture of the archive generations.
          SELECT F-DIR-LIST ASSIGN DYNAMIC WS-DIR-LIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIR-LIST-STATUS.
      *   The live log, then one generation at a time.
          SELECT F-HITS-IN ASSIGN DYNAMIC WS-HITS-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HITS-IN-STATUS.
          SELECT F-HIT-MASTER ASSIGN TO "corner-hits.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CM-KEY
             FILE STATUS IS WS-HIT-MASTER-STATUS.
          SELECT S-HITS ASSIGN TO "dvd-sealck-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(255).
       FD F-SEAL.
       COPY "CORNER-HIT-SEAL-RECORD.CPY".
       FD F-DIR-LIST.
       01 WS-DIR-LIST-LINE PIC X(255).
       FD F-HITS-IN.
       01 WS-HITS-IN-LINE PIC X(200).
       FD F-HIT-MASTER.
       COPY "CORNER-HIT-MASTER-RECORD.CPY".
       SD S-HITS.
       01 WS-SORT-RECORD.
          05 WS-SORT-DAY  PIC X(8).
          05 WS-SORT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-SITE-CONFIG-PATH   PIC X(255).
       01 WS-SITE-CONFIG-STATUS PIC XX.
       01 WS-SITE-CONFIG-HOME   PIC X(200).
       01 WS-SITE-CONFIG-KEY    PIC X(20).
       01 WS-SITE-CONFIG-VALUE  PIC X(200).
       01 WS-SITE-CONFIG-EOF    PIC X.
       01 WS-SEAL-STATUS        PIC XX.
       01 WS-SEAL-EOF           PIC X.
       01 WS-DIR-LIST-PATH      PIC X(30) VALUE ".dvd-sealck-ls.tmp".
       01 WS-DIR-LIST-STATUS    PIC XX.
       01 WS-DIR-EOF            PIC X.
       01 WS-DIR-NAME           PIC X(255).
       01 WS-HITS-IN-PATH       PIC X(255).
       01 WS-HITS-IN-STATUS     PIC XX.
       01 WS-HITS-EOF           PIC X.
       01 WS-HIT-MASTER-STATUS  PIC XX.
       01 WS-MASTER-EOF         PIC X.
       01 WS-SORT-EOF           PIC X.
       01 WS-SHELL-CMD          PIC X(300).
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
       01 WS-HOST        PIC X(20) VALUE SPACES.
      *   This unit's seals as the ledger has them, in ledger order,
      *   with which sources were found holding each day. Ten years
      *   of nightly seals.
       78 WS-SEALS-MAX   VALUE 4000.
       01 WS-SEAL-TABLE.
          05 WS-SEAL-ENTRY OCCURS 4000 TIMES.
             10 WS-SEAL-DAY      PIC X(8).
             10 WS-SEAL-COUNT    PIC 9(9).
             10 WS-SEAL-HASH     PIC 9(15).
             10 WS-SEAL-HELD     PIC X.
       01 WS-SEAL-USED   PIC 9(5) VALUE 0.
       01 WS-SEAL-IDX    PIC 9(5).
       01 WS-SEAL-FOUND  PIC 9(5).
       01 WS-FIRST-DAY   PIC X(8) VALUE HIGH-VALUES.
       01 WS-LAST-DAY    PIC X(8) VALUE LOW-VALUES.
      *   Ledger walk: position, and the chain value the next seal
      *   must link to.
       01 WS-LEDGER-LINE PIC 9(7) VALUE 0.
       01 WS-LAST-CHAIN  PIC 9(12) VALUE 0.
      *   The first day the logs hold wholly, as in DVD-SEAL.
       01 WS-FLOOR-DAY   PIC X(8) VALUE HIGH-VALUES.
       01 WS-FLOOR-NUM   PIC 9(8).
       01 WS-GEN-COUNT   PIC 9(5) VALUE 0.
      *   The day being accumulated, and from which source.
       01 WS-SOURCE      PIC X(24).
       01 WS-DAY         PIC X(8) VALUE SPACES.
       01 WS-DAY-COUNT   PIC 9(9).
       01 WS-DAY-HASH    PIC 9(15).
       01 WS-FINDINGS    PIC 9(7) VALUE 0.
      *   005-HASH-TEXT, identical to DVD-SEAL's.
       78 WS-HASH-PRIME  VALUE 999999999989.
       78 WS-HASH-BASE   VALUE 131.
       01 WS-HASH-TEXT   PIC X(200).
       01 WS-HASH-LEN    PIC 9(3).
       01 WS-HASH-IDX    PIC 9(3).
       01 WS-HASH-VALUE  PIC 9(12).
       01 WS-CHAIN-TEXT.
          05 WS-CHAIN-PREV  PIC 9(12).
          05 WS-CHAIN-HOST  PIC X(20).
          05 WS-CHAIN-DAY   PIC X(8).
          05 WS-CHAIN-COUNT PIC 9(9).
          05 WS-CHAIN-HASH  PIC 9(15).
      *   A keyed master record laid back out as its CH-RECORD line.
       01 WS-MASTER-LINE.
          05 WS-ML-TIMESTAMP PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ML-CORNER    PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ML-WIDTH     PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ML-HEIGHT    PIC 9(4).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-RESOLVE-HOST.
          PERFORM 001-CHECK-LEDGER.

          PERFORM 001-LIST-GENERATIONS.
          MOVE "corner-hits logs" TO WS-SOURCE.
          SORT S-HITS
             ON ASCENDING KEY WS-SORT-DAY
             INPUT PROCEDURE IS 001-RELEASE-HITS
             OUTPUT PROCEDURE IS 001-CHECK-LOG-DAYS.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.

          PERFORM 001-CHECK-MASTER-DAYS.

          PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                  UNTIL WS-SEAL-IDX > WS-SEAL-USED
             IF WS-SEAL-HELD(WS-SEAL-IDX) = 'N' THEN
                DISPLAY WS-SEAL-DAY(WS-SEAL-IDX) " NOT HELD: sealed "
                   WS-SEAL-COUNT(WS-SEAL-IDX) " record(s), no log, "
                   "generation or master still holds the whole day"
                END-DISPLAY
                ADD 1 TO WS-FINDINGS
             END-IF
          END-PERFORM.

          DISPLAY "dvd-sealck: " FUNCTION TRIM(WS-HOST) ": "
             WS-SEAL-USED " seal(s) checked, ledger of "
             WS-LEDGER-LINE " seal(s) ends at chain " WS-LAST-CHAIN
             ", " WS-FINDINGS " finding(s)"
          END-DISPLAY.
          IF WS-FINDINGS > 0 THEN
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
                DISPLAY "Try 'dvd-sealck -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-sealck 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

      * The site config's HOST key, else $HOSTNAME, as DVD-THINGY.
       001-RESOLVE-HOST.
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
                         AND FUNCTION TRIM(WS-SITE-CONFIG-KEY) = "HOST"
                      THEN
                         MOVE FUNCTION TRIM(WS-SITE-CONFIG-VALUE)
                            TO WS-HOST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-SITE-CONFIG
          END-IF.
          IF WS-HOST = SPACES THEN
             ACCEPT WS-HOST FROM ENVIRONMENT "HOSTNAME" END-ACCEPT
          END-IF.
          IF WS-HOST = SPACES THEN
             MOVE "unknown" TO WS-HOST
          END-IF.

      * Walks the ledger checking every link, and keeps this unit's
      * seals for the history checks.
       001-CHECK-LEDGER.
          OPEN INPUT F-SEAL.
          IF WS-SEAL-STATUS NOT = "00" THEN
             DISPLAY "dvd-sealck: cannot read corner-hits.seal "
                "(status " WS-SEAL-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-SEAL-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SEAL-EOF = 'Y'
             READ F-SEAL
                AT END
                   MOVE 'Y' TO WS-SEAL-EOF
                NOT AT END
                   ADD 1 TO WS-LEDGER-LINE
                   PERFORM 005-CHECK-ONE-SEAL
             END-READ
          END-PERFORM.
          CLOSE F-SEAL.

       005-CHECK-ONE-SEAL.
          IF HS-PREV-CHAIN NOT = WS-LAST-CHAIN THEN
             DISPLAY HS-DAY " CHAIN BREAK: seal " WS-LEDGER-LINE
                " (" FUNCTION TRIM(HS-HOST) ") links to "
                HS-PREV-CHAIN ", the seal before it ends at "
                WS-LAST-CHAIN
             END-DISPLAY
             ADD 1 TO WS-FINDINGS
          END-IF.
          MOVE HS-PREV-CHAIN TO WS-CHAIN-PREV.
          MOVE HS-HOST       TO WS-CHAIN-HOST.
          MOVE HS-DAY        TO WS-CHAIN-DAY.
          MOVE HS-COUNT      TO WS-CHAIN-COUNT.
          MOVE HS-HASH       TO WS-CHAIN-HASH.
          MOVE WS-CHAIN-TEXT TO WS-HASH-TEXT.
          MOVE FUNCTION LENGTH(WS-CHAIN-TEXT) TO WS-HASH-LEN.
          PERFORM 005-HASH-TEXT.
          IF WS-HASH-VALUE NOT = HS-CHAIN THEN
             DISPLAY HS-DAY " CHAIN BREAK: seal " WS-LEDGER-LINE
                " (" FUNCTION TRIM(HS-HOST) ") no longer matches "
                "its own chain value"
             END-DISPLAY
             ADD 1 TO WS-FINDINGS
          END-IF.
          MOVE HS-CHAIN TO WS-LAST-CHAIN.

          IF HS-HOST NOT = WS-HOST THEN
             EXIT PARAGRAPH
          END-IF.
          IF HS-DAY <= WS-LAST-DAY THEN
             DISPLAY HS-DAY " CHAIN BREAK: seal " WS-LEDGER-LINE
                " repeats or goes back before day " WS-LAST-DAY
             END-DISPLAY
             ADD 1 TO WS-FINDINGS
          END-IF.
          IF WS-SEAL-USED >= WS-SEALS-MAX THEN
             DISPLAY "dvd-sealck: more than " WS-SEALS-MAX " seals "
                "for " FUNCTION TRIM(WS-HOST) "; cannot check them"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-SEAL-USED.
          MOVE HS-DAY   TO WS-SEAL-DAY(WS-SEAL-USED).
          MOVE HS-COUNT TO WS-SEAL-COUNT(WS-SEAL-USED).
          MOVE HS-HASH  TO WS-SEAL-HASH(WS-SEAL-USED).
          MOVE 'N'      TO WS-SEAL-HELD(WS-SEAL-USED).
          IF HS-DAY < WS-FIRST-DAY THEN
             MOVE HS-DAY TO WS-FIRST-DAY
          END-IF.
          IF HS-DAY > WS-LAST-DAY THEN
             MOVE HS-DAY TO WS-LAST-DAY
          END-IF.

      * Captures the generation names and notes the oldest one's date.
       001-LIST-GENERATIONS.
          MOVE SPACES TO WS-SHELL-CMD.
          STRING "ls -1 corner-hits.*.log > " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DIR-LIST-PATH) DELIMITED BY SIZE
                 " 2> /dev/null" DELIMITED BY SIZE
              INTO WS-SHELL-CMD
          END-STRING.
          CALL "SYSTEM" USING WS-SHELL-CMD END-CALL.

          OPEN INPUT F-DIR-LIST.
          IF WS-DIR-LIST-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-DIR-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-DIR-EOF = 'Y'
             READ F-DIR-LIST
                AT END
                   MOVE 'Y' TO WS-DIR-EOF
                NOT AT END
                   MOVE WS-DIR-LIST-LINE TO WS-DIR-NAME
                   IF WS-DIR-NAME(13:8) IS NUMERIC
                      AND WS-DIR-NAME(21:4) = ".log"
                      AND WS-DIR-NAME(25:) = SPACES
                   THEN
                      ADD 1 TO WS-GEN-COUNT
                      IF WS-DIR-NAME(13:8) < WS-FLOOR-DAY THEN
                         MOVE WS-DIR-NAME(13:8) TO WS-FLOOR-DAY
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DIR-LIST.
          IF WS-GEN-COUNT = 0 THEN
             MOVE SPACES TO WS-FLOOR-DAY
          END-IF.

      * Sort input side: the live log, then every generation.
       001-RELEASE-HITS.
          MOVE "corner-hits.log" TO WS-HITS-IN-PATH.
          PERFORM 005-RELEASE-ONE-FILE.
          IF WS-GEN-COUNT = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT F-DIR-LIST.
          MOVE 'N' TO WS-DIR-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-DIR-EOF = 'Y'
             READ F-DIR-LIST
                AT END
                   MOVE 'Y' TO WS-DIR-EOF
                NOT AT END
                   MOVE WS-DIR-LIST-LINE TO WS-DIR-NAME
                   IF WS-DIR-NAME(13:8) IS NUMERIC
                      AND WS-DIR-NAME(21:4) = ".log"
                      AND WS-DIR-NAME(25:) = SPACES
                   THEN
                      MOVE WS-DIR-NAME TO WS-HITS-IN-PATH
                      PERFORM 005-RELEASE-ONE-FILE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DIR-LIST.

       005-RELEASE-ONE-FILE.
          OPEN INPUT F-HITS-IN.
          IF WS-HITS-IN-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-HITS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-HITS-EOF = 'Y'
             READ F-HITS-IN
                AT END
                   MOVE 'Y' TO WS-HITS-EOF
                NOT AT END
                   IF WS-HITS-IN-LINE(1:14) IS NUMERIC THEN
                      MOVE WS-HITS-IN-LINE(1:8) TO WS-SORT-DAY
                      MOVE WS-HITS-IN-LINE      TO WS-SORT-LINE
                      RELEASE WS-SORT-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-HITS-IN.

      * Sort output side: one control break per day, each day the
      * logs hold wholly checked against its seal.
       001-CHECK-LOG-DAYS.
          MOVE SPACES TO WS-DAY.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-HITS
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   IF WS-GEN-COUNT = 0 AND WS-FLOOR-DAY = SPACES
                   THEN
                      PERFORM 005-FLOOR-AFTER-FIRST-DAY
                   END-IF
                   IF WS-SORT-DAY NOT = WS-DAY THEN
                      IF WS-DAY NOT < WS-FLOOR-DAY THEN
                         PERFORM 005-CHECK-DAY
                      END-IF
                      MOVE WS-SORT-DAY TO WS-DAY
                      MOVE 0 TO WS-DAY-COUNT WS-DAY-HASH
                   END-IF
                   MOVE WS-SORT-LINE TO WS-HASH-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SORT-LINE
                      TRAILING)) TO WS-HASH-LEN
                   PERFORM 005-ADD-LINE
             END-RETURN
          END-PERFORM.
          IF WS-DAY NOT < WS-FLOOR-DAY THEN
             PERFORM 005-CHECK-DAY
          END-IF.

      * The keyed master reads back in key order, which is day order,
      * so it control-breaks without a sort.
       001-CHECK-MASTER-DAYS.
          OPEN INPUT F-HIT-MASTER.
          IF WS-HIT-MASTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE "corner-hits.idx" TO WS-SOURCE.
          MOVE SPACES TO WS-DAY.
          MOVE 'N' TO WS-MASTER-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-MASTER-EOF = 'Y'
             READ F-HIT-MASTER NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-MASTER-EOF
                NOT AT END
                   IF CM-TIMESTAMP(1:8) NOT = WS-DAY THEN
                      PERFORM 005-CHECK-DAY
                      MOVE CM-TIMESTAMP(1:8) TO WS-DAY
                      MOVE 0 TO WS-DAY-COUNT WS-DAY-HASH
                   END-IF
                   MOVE CM-TIMESTAMP     TO WS-ML-TIMESTAMP
                   MOVE CM-CORNER        TO WS-ML-CORNER
                   MOVE CM-SCREEN-WIDTH  TO WS-ML-WIDTH
                   MOVE CM-SCREEN-HEIGHT TO WS-ML-HEIGHT
                   MOVE WS-MASTER-LINE   TO WS-HASH-TEXT
                   MOVE FUNCTION LENGTH(WS-MASTER-LINE) TO WS-HASH-LEN
                   PERFORM 005-ADD-LINE
             END-READ
          END-PERFORM.
          PERFORM 005-CHECK-DAY.
          CLOSE F-HIT-MASTER.

       005-ADD-LINE.
          ADD 1 TO WS-DAY-COUNT.
          PERFORM 005-HASH-TEXT.
          COMPUTE WS-DAY-HASH = FUNCTION MOD(WS-DAY-HASH
             + WS-HASH-VALUE, 1000000000000000)
          END-COMPUTE.

      *   Compares WS-DAY as WS-SOURCE holds it with its seal, if it
      *   has one; a day inside the sealed range without one was
      *   added after sealing.
       005-CHECK-DAY.
          IF WS-DAY = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-SEAL-FOUND.
          PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                  UNTIL WS-SEAL-IDX > WS-SEAL-USED
                     OR WS-SEAL-FOUND > 0
             IF WS-SEAL-DAY(WS-SEAL-IDX) = WS-DAY THEN
                MOVE WS-SEAL-IDX TO WS-SEAL-FOUND
             END-IF
          END-PERFORM.

          IF WS-SEAL-FOUND = 0 THEN
             IF WS-DAY >= WS-FIRST-DAY AND WS-DAY <= WS-LAST-DAY THEN
                DISPLAY WS-DAY " UNSEALED: " FUNCTION TRIM(WS-SOURCE)
                   " holds " WS-DAY-COUNT " record(s) for a day "
                   "that was never sealed"
                END-DISPLAY
                ADD 1 TO WS-FINDINGS
             END-IF
             EXIT PARAGRAPH
          END-IF.

          MOVE 'Y' TO WS-SEAL-HELD(WS-SEAL-FOUND).
          IF WS-DAY-COUNT NOT = WS-SEAL-COUNT(WS-SEAL-FOUND)
             OR WS-DAY-HASH NOT = WS-SEAL-HASH(WS-SEAL-FOUND)
          THEN
             DISPLAY WS-DAY " MISMATCH: " FUNCTION TRIM(WS-SOURCE)
                " holds " WS-DAY-COUNT "/" WS-DAY-HASH ", sealed "
                WS-SEAL-COUNT(WS-SEAL-FOUND) "/"
                WS-SEAL-HASH(WS-SEAL-FOUND) " (count/hash)"
             END-DISPLAY
             ADD 1 TO WS-FINDINGS
          END-IF.

      *   With no generation left, the live log starts at the last
      *   roll, which may have cut its first day in two; only the
      *   days after it are known to be whole.
       005-FLOOR-AFTER-FIRST-DAY.
          MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-SORT-DAY)) + 1) TO WS-FLOOR-NUM.
          MOVE WS-FLOOR-NUM TO WS-FLOOR-DAY.

       005-HASH-TEXT.
          MOVE 0 TO WS-HASH-VALUE.
          PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                  UNTIL WS-HASH-IDX > WS-HASH-LEN
             COMPUTE WS-HASH-VALUE = FUNCTION MOD(WS-HASH-VALUE
                * WS-HASH-BASE
                + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1)),
                WS-HASH-PRIME)
             END-COMPUTE
          END-PERFORM.

       005-GETOPT-HELP.
          DISPLAY "Usage: dvd-sealck [options...]" END-DISPLAY.
          DISPLAY SPACE                            END-DISPLAY.
          DISPLAY "Checks corner-hits.seal's chain, then recomputes "
                  "every sealed day from the live log, the archive "
                  "generations and corner-hits.idx, reporting each "
                  "day that no longer matches its seal, each "
                  "unsealed day inside the sealed range, each sealed "
                  "day no longer held, and each chain break. Exits 1 "
                  "when anything is reported."
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
