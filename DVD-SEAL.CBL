       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-SEAL.
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
      * Nightly sealing of corner-hit history, run as a dvd-close step
      * after the keyed load and before the archive: for every
      * completed day not yet sealed it appends one seal to
      * corner-hits.seal (CORNER-HIT-SEAL-RECORD.CPY) holding the
      * host, the day's record count and a hash total over the day's
      * CH-RECORD lines, chained to the seal before it. DVD-SEALCK
      * recomputes the seals later from whatever still holds the days,
      * so hit counts that feed prizes and vendor disputes can be shown
      * not to have been edited after the night they were sealed.
      *
      * A day's hits are read from the live corner-hits.log and every
      * dated generation DVD-ARCHIVE has rolled (corner-hits.
      * YYYYMMDD.log), since a day can straddle a roll. A generation
      * holds everything since the roll before it, so once the oldest
      * generations have been purged only the days from the oldest
      * remaining generation's date on are known to be complete (with
      * no generation at all, the days after the live log's first);
      * days before that are left unsealed (and said so) rather than
      * sealed short. Today is never sealed - it is not over.
      *
      * The host tag is the site config's HOST key, else $HOSTNAME,
      * as DVD-THINGY issues claim codes under. Rerunning the same
      * night seals nothing new: only days after the host's last seal
      * are considered.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
      *   Only ever read through or opened EXTEND; see
      *   CORNER-HIT-SEAL-RECORD.CPY.
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
          SELECT S-HITS ASSIGN TO "dvd-seal-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(255).
       FD F-SEAL.
       COPY "CORNER-HIT-SEAL-RECORD.CPY".
       FD F-DIR-LIST.
       01 WS-DIR-LIST-LINE PIC X(255).
      *   Read as plain lines: the seal covers the line exactly as the
      *   log holds it, not just the fields CH-RECORD names.
       FD F-HITS-IN.
       01 WS-HITS-IN-LINE PIC X(200).
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
       01 WS-DIR-LIST-PATH      PIC X(30) VALUE ".dvd-seal-ls.tmp".
       01 WS-DIR-LIST-STATUS    PIC XX.
       01 WS-DIR-EOF            PIC X.
       01 WS-DIR-NAME           PIC X(255).
       01 WS-HITS-IN-PATH       PIC X(255).
       01 WS-HITS-IN-STATUS     PIC XX.
       01 WS-HITS-EOF           PIC X.
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
       01 WS-TODAY       PIC X(8).
      *   The ledger's last chain value, and this host's last sealed
      *   day.
       01 WS-LAST-CHAIN  PIC 9(12) VALUE 0.
       01 WS-LAST-DAY    PIC X(8) VALUE "00000000".
      *   The first day known to be wholly held: the oldest
      *   generation's date, else the day after the live log's first
      *   (005-FLOOR-AFTER-FIRST-DAY). Days before it may be partial.
       01 WS-FLOOR-DAY   PIC X(8) VALUE HIGH-VALUES.
       01 WS-FLOOR-NUM   PIC 9(8).
       01 WS-GEN-COUNT   PIC 9(5) VALUE 0.
      *   The day being accumulated off the sort.
       01 WS-DAY         PIC X(8) VALUE SPACES.
       01 WS-DAY-COUNT   PIC 9(9).
       01 WS-DAY-HASH    PIC 9(15).
       01 WS-SEALED-COUNT   PIC 9(5) VALUE 0.
       01 WS-PARTIAL-COUNT  PIC 9(5) VALUE 0.
      *   005-HASH-TEXT: a polynomial hash of the first WS-HASH-LEN
      *   characters of WS-HASH-TEXT into WS-HASH-VALUE, modulo the
      *   largest 12-digit prime. DVD-SEALCK carries the same routine
      *   and the two must never differ.
       78 WS-HASH-PRIME  VALUE 999999999989.
       78 WS-HASH-BASE   VALUE 131.
       01 WS-HASH-TEXT   PIC X(200).
       01 WS-HASH-LEN    PIC 9(3).
       01 WS-HASH-IDX    PIC 9(3).
       01 WS-HASH-VALUE  PIC 9(12).
      *   What the chain value hashes over, laid out in one place.
       01 WS-CHAIN-TEXT.
          05 WS-CHAIN-PREV  PIC 9(12).
          05 WS-CHAIN-HOST  PIC X(20).
          05 WS-CHAIN-DAY   PIC X(8).
          05 WS-CHAIN-COUNT PIC 9(9).
          05 WS-CHAIN-HASH  PIC 9(15).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          PERFORM 001-RESOLVE-HOST.
          PERFORM 001-LOAD-LEDGER-TAIL.
          PERFORM 001-LIST-GENERATIONS.

          SORT S-HITS
             ON ASCENDING KEY WS-SORT-DAY
             INPUT PROCEDURE IS 001-RELEASE-HITS
             OUTPUT PROCEDURE IS 001-SEAL-DAYS.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.

          IF WS-PARTIAL-COUNT > 0 THEN
             DISPLAY "dvd-seal: " WS-PARTIAL-COUNT " unsealed day(s) "
                "before " WS-FLOOR-DAY " may be only partly held by "
                "the logs kept; not sealed"
             END-DISPLAY
          END-IF.
          DISPLAY "dvd-seal: " FUNCTION TRIM(WS-HOST) ": "
             WS-SEALED-COUNT " day(s) sealed, last sealed day "
             WS-LAST-DAY
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
                DISPLAY "Try 'dvd-seal -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-seal 0.2.2" END-DISPLAY
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

      * Reads the ledger through for the chain value to link the next
      * seal to, and the last day already sealed for this host.
       001-LOAD-LEDGER-TAIL.
          OPEN INPUT F-SEAL.
          IF WS-SEAL-STATUS = "35" THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-SEAL-STATUS NOT = "00" THEN
             DISPLAY "dvd-seal: cannot read corner-hits.seal (status "
                WS-SEAL-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-SEAL-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SEAL-EOF = 'Y'
             READ F-SEAL
                AT END
                   MOVE 'Y' TO WS-SEAL-EOF
                NOT AT END
                   MOVE HS-CHAIN TO WS-LAST-CHAIN
                   IF HS-HOST = WS-HOST AND HS-DAY > WS-LAST-DAY THEN
                      MOVE HS-DAY TO WS-LAST-DAY
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-SEAL.

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

      * Sort output side: one control break per day.
       001-SEAL-DAYS.
          OPEN EXTEND F-SEAL.
          IF WS-SEAL-STATUS = "35" THEN
             OPEN OUTPUT F-SEAL
          END-IF.
          IF WS-SEAL-STATUS NOT = "00" THEN
             DISPLAY "dvd-seal: cannot append to corner-hits.seal "
                "(status " WS-SEAL-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

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
                      PERFORM 005-CLOSE-DAY
                      MOVE WS-SORT-DAY TO WS-DAY
                      MOVE 0 TO WS-DAY-COUNT WS-DAY-HASH
                   END-IF
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-SORT-LINE TO WS-HASH-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SORT-LINE
                      TRAILING)) TO WS-HASH-LEN
                   PERFORM 005-HASH-TEXT
                   COMPUTE WS-DAY-HASH = FUNCTION MOD(WS-DAY-HASH
                      + WS-HASH-VALUE, 1000000000000000)
                   END-COMPUTE
             END-RETURN
          END-PERFORM.
          PERFORM 005-CLOSE-DAY.
          CLOSE F-SEAL.

      *   Seals WS-DAY if it is complete, wholly held and not yet
      *   sealed.
       005-CLOSE-DAY.
          IF WS-DAY = SPACES OR WS-DAY <= WS-LAST-DAY
             OR WS-DAY >= WS-TODAY
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-DAY < WS-FLOOR-DAY THEN
             ADD 1 TO WS-PARTIAL-COUNT
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-LAST-CHAIN TO WS-CHAIN-PREV.
          MOVE WS-HOST       TO WS-CHAIN-HOST.
          MOVE WS-DAY        TO WS-CHAIN-DAY.
          MOVE WS-DAY-COUNT  TO WS-CHAIN-COUNT.
          MOVE WS-DAY-HASH   TO WS-CHAIN-HASH.
          MOVE WS-CHAIN-TEXT TO WS-HASH-TEXT.
          MOVE FUNCTION LENGTH(WS-CHAIN-TEXT) TO WS-HASH-LEN.
          PERFORM 005-HASH-TEXT.

      *   MOVE SPACES TO HS-RECORD first: the FILLERs between fields
      *   of an FD record do not take their VALUE clauses.
          MOVE SPACES        TO HS-RECORD.
          MOVE WS-HOST       TO HS-HOST.
          MOVE WS-DAY        TO HS-DAY.
          MOVE WS-DAY-COUNT  TO HS-COUNT.
          MOVE WS-DAY-HASH   TO HS-HASH.
          MOVE WS-LAST-CHAIN TO HS-PREV-CHAIN.
          MOVE WS-HASH-VALUE TO HS-CHAIN.
          MOVE FUNCTION CURRENT-DATE(1:14) TO HS-SEALED-AT.
          WRITE HS-RECORD.
          IF WS-SEAL-STATUS NOT = "00" THEN
             DISPLAY "dvd-seal: cannot append to corner-hits.seal "
                "(status " WS-SEAL-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE WS-HASH-VALUE TO WS-LAST-CHAIN.
          MOVE WS-DAY        TO WS-LAST-DAY.
          ADD 1 TO WS-SEALED-COUNT.

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
          DISPLAY "Usage: dvd-seal [options...]"  END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Appends a chained seal (record count and hash "
                  "total) to corner-hits.seal for every completed "
                  "day of corner-hit history not yet sealed. Check "
                  "the seals with dvd-sealck."
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
