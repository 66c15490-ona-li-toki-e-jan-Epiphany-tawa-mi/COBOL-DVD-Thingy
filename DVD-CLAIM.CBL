       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-CLAIM.
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
      * Front-desk screen for the "catch the corner" prize claims
      * DVD-THINGY.CBL issues (claim-register.dat, CLAIM-REGISTER-
      * RECORD.CPY): LOOKUP shows what the register holds for a code
      * a guest presents, REDEEM marks it REDEEMED with the operator
      * from $USER and the moment, and LIST shows the codes still
      * open. A code is refused when its check digit is wrong, when
      * the register has never heard of it, when it was already
      * redeemed, or when its last valid day has passed.
      *
      * The kiosk keeps appending to the register while this screen
      * is up, so nothing is held in memory between commands: each
      * REDEEM takes the same .dvd-log.lck lock directory DVD-THINGY
      * writes under, copies the register to claim-register.new with
      * the one record changed, renames it over the live file, and
      * lets go - the same temp-and-rename rewrite DVD-POST uses for
      * daily-summary.dat. Run it in the kiosk's working directory.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CLAIM-REGISTER ASSIGN TO "claim-register.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLAIM-REGISTER-STATUS.
      *   The rewritten register, renamed over the live one once it
      *   is complete.
          SELECT F-CLAIM-NEW ASSIGN TO "claim-register.new"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLAIM-NEW-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CLAIM-REGISTER.
       COPY "CLAIM-REGISTER-RECORD.CPY".
       FD F-CLAIM-NEW.
       01 WS-CLAIM-NEW-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-CLAIM-REGISTER-STATUS PIC XX.
       01 WS-CLAIM-NEW-STATUS      PIC XX.
       01 WS-CLAIM-EOF             PIC X.
       78 WS-REGISTER-NAME      VALUE "claim-register.dat".
       78 WS-REGISTER-TEMP-NAME VALUE "claim-register.new".
       01 WS-REGISTER-FILE      PIC X(20) VALUE WS-REGISTER-NAME.
       01 WS-REGISTER-TEMP-FILE PIC X(20) VALUE WS-REGISTER-TEMP-NAME.
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
      *   The code keyed at the desk, and its parts for the check
      *   digit test (see DVD-THINGY's 005-RUN-ISSUE-CLAIM).
       01 WS-CODE PIC X(14).
       01 WS-CODE-DIGITS.
          05 WS-CODE-DIGIT PIC 9 OCCURS 11 TIMES.
       01 WS-CODE-CHECK  PIC 9.
       01 WS-CODE-SUM    PIC 9(5).
       01 WS-CODE-IDX    PIC 99.
       01 WS-CODE-OK     PIC X.
      *   The register record the last search found, if any.
       01 WS-FOUND       PIC X.
       01 WS-FOUND-HOST        PIC X(20).
       01 WS-FOUND-TIMESTAMP   PIC X(14).
       01 WS-FOUND-CORNER      PIC X(2).
       01 WS-FOUND-STATUS      PIC X(8).
       01 WS-FOUND-EXPIRES     PIC X(8).
       01 WS-FOUND-REDEEMED    PIC X(14).
       01 WS-FOUND-REDEEMED-BY PIC X(16).
       01 WS-TODAY          PIC X(8).
       01 WS-NOW-STAMP      PIC X(14).
       01 WS-OPERATOR       PIC X(16).
       01 WS-OPEN-COUNT     PIC 9(6).
       01 WS-REWRITE-DONE   PIC X.
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
       01 WS-ANSWER   PIC X(40).
       01 WS-COMMAND  PIC X(10).
       01 WS-DONE     PIC X VALUE 'N'.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE SPACES TO WS-OPERATOR.
          ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER" END-ACCEPT.
          IF WS-OPERATOR = SPACES THEN
             MOVE "unknown" TO WS-OPERATOR
          END-IF.
          DISPLAY "Prize claims: claim-register.dat" END-DISPLAY.
          DISPLAY "Commands: LOOKUP, REDEEM, LIST, QUIT" END-DISPLAY.

          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "claim> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "LOOKUP"
                PERFORM 001-LOOKUP-CLAIM
             WHEN "REDEEM"
                PERFORM 001-REDEEM-CLAIM
             WHEN "LIST"
                PERFORM 001-LIST-OPEN-CLAIMS
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  LOOKUP, REDEEM, LIST or QUIT" END-DISPLAY
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
                DISPLAY "Try 'dvd-claim -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-claim 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

       001-LOOKUP-CLAIM.
          PERFORM 005-ASK-CODE.
          IF WS-CODE-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-FIND-CLAIM.
          IF WS-FOUND = 'N' THEN
             DISPLAY "  unknown code; the register never issued it"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-SHOW-FOUND.

      * Redeems one code after the same checks LOOKUP shows, and an
      * operator confirmation. The status is re-tested under the lock
      * by 005-REWRITE-REGISTER, so two desks racing for one code
      * can't both win.
       001-REDEEM-CLAIM.
          PERFORM 005-ASK-CODE.
          IF WS-CODE-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-FIND-CLAIM.
          IF WS-FOUND = 'N' THEN
             DISPLAY "  REFUSED: unknown code; the register never "
                "issued it"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-SHOW-FOUND.
          IF WS-FOUND-STATUS = "REDEEMED" THEN
             DISPLAY "  REFUSED: already redeemed" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          IF WS-FOUND-EXPIRES < WS-TODAY THEN
             DISPLAY "  REFUSED: expired" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          DISPLAY "Redeem this code now (Y/N) [N]: " WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
          THEN
             DISPLAY "  not redeemed" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 005-TAKE-LOG-LOCK.
          PERFORM 005-REWRITE-REGISTER.
          PERFORM 005-RELEASE-LOG-LOCK.
          IF WS-REWRITE-DONE = 'Y' THEN
             DISPLAY "  REDEEMED " FUNCTION TRIM(WS-CODE) " by "
                FUNCTION TRIM(WS-OPERATOR) " at " WS-NOW-STAMP
             END-DISPLAY
          END-IF.

       001-LIST-OPEN-CLAIMS.
          MOVE 0 TO WS-OPEN-COUNT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          OPEN INPUT F-CLAIM-REGISTER.
          IF WS-CLAIM-REGISTER-STATUS NOT = "00" THEN
             DISPLAY "  no claims issued yet" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-CLAIM-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-CLAIM-EOF = 'Y'
             READ F-CLAIM-REGISTER
                AT END
                   MOVE 'Y' TO WS-CLAIM-EOF
                NOT AT END
                   IF CL-STATUS = "ISSUED"
                      AND CL-EXPIRES NOT < WS-TODAY
                   THEN
                      ADD 1 TO WS-OPEN-COUNT
                      DISPLAY "  " CL-CODE " " CL-HOST " "
                         CL-TIMESTAMP " " CL-CORNER
                         " good through " CL-EXPIRES
                      END-DISPLAY
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CLAIM-REGISTER.
          DISPLAY "  " WS-OPEN-COUNT " open code(s)" END-DISPLAY.

      * Prompts for a code and checks its shape and check digit
      * before the register is searched; sets WS-CODE-OK.
       005-ASK-CODE.
          MOVE 'N' TO WS-CODE-OK.
          DISPLAY "Claim code: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
             TO WS-ANSWER.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-ANSWER(15:1) NOT = SPACE
             OR WS-ANSWER(3:12) IS NOT NUMERIC
             OR (WS-ANSWER(1:2) NOT = "TL" AND NOT = "TR"
                 AND NOT = "BL" AND NOT = "BR")
          THEN
             DISPLAY "  REFUSED: not a claim code (corner and "
                "twelve digits)"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER(1:14) TO WS-CODE.
          MOVE WS-CODE(3:11)   TO WS-CODE-DIGITS.
          MOVE 0 TO WS-CODE-SUM.
          PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                  UNTIL WS-CODE-IDX > 11
             IF FUNCTION MOD(WS-CODE-IDX, 2) = 0 THEN
                COMPUTE WS-CODE-SUM =
                   WS-CODE-SUM + WS-CODE-DIGIT(WS-CODE-IDX) * 3
                END-COMPUTE
             ELSE
                ADD WS-CODE-DIGIT(WS-CODE-IDX) TO WS-CODE-SUM
             END-IF
          END-PERFORM.
          COMPUTE WS-CODE-CHECK =
             FUNCTION MOD(10 - FUNCTION MOD(WS-CODE-SUM, 10), 10)
          END-COMPUTE.
          IF WS-CODE(14:1) NOT = WS-CODE-CHECK THEN
             DISPLAY "  REFUSED: check digit wrong; ask the guest to "
                "read it again"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-CODE-OK.

      * Scans the register for WS-CODE; the last record for a code
      * wins, though the register only ever holds one.
       005-FIND-CLAIM.
          MOVE 'N' TO WS-FOUND.
          OPEN INPUT F-CLAIM-REGISTER.
          IF WS-CLAIM-REGISTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-CLAIM-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-CLAIM-EOF = 'Y'
             READ F-CLAIM-REGISTER
                AT END
                   MOVE 'Y' TO WS-CLAIM-EOF
                NOT AT END
                   IF CL-CODE = WS-CODE THEN
                      MOVE 'Y'            TO WS-FOUND
                      MOVE CL-HOST        TO WS-FOUND-HOST
                      MOVE CL-TIMESTAMP   TO WS-FOUND-TIMESTAMP
                      MOVE CL-CORNER      TO WS-FOUND-CORNER
                      MOVE CL-STATUS      TO WS-FOUND-STATUS
                      MOVE CL-EXPIRES     TO WS-FOUND-EXPIRES
                      MOVE CL-REDEEMED    TO WS-FOUND-REDEEMED
                      MOVE CL-REDEEMED-BY TO WS-FOUND-REDEEMED-BY
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CLAIM-REGISTER.

       005-SHOW-FOUND.
          DISPLAY "  code     " WS-CODE END-DISPLAY.
          DISPLAY "  issued   " WS-FOUND-TIMESTAMP " by "
             FUNCTION TRIM(WS-FOUND-HOST) ", corner " WS-FOUND-CORNER
          END-DISPLAY.
          DISPLAY "  good to  " WS-FOUND-EXPIRES END-DISPLAY.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          EVALUATE TRUE
          WHEN WS-FOUND-STATUS = "REDEEMED"
             DISPLAY "  status   REDEEMED " WS-FOUND-REDEEMED " by "
                FUNCTION TRIM(WS-FOUND-REDEEMED-BY)
             END-DISPLAY
          WHEN WS-FOUND-EXPIRES < WS-TODAY
             DISPLAY "  status   EXPIRED (never redeemed)" END-DISPLAY
          WHEN OTHER
             DISPLAY "  status   " WS-FOUND-STATUS END-DISPLAY
          END-EVALUATE.

      * Copies the register to the temp file with WS-CODE marked
      * REDEEMED, then renames it over the live register. Runs under
      * the log lock; the code is redeemed only if it is still ISSUED
      * in the copy being rewritten.
       005-REWRITE-REGISTER.
          MOVE 'N' TO WS-REWRITE-DONE.
          OPEN INPUT F-CLAIM-REGISTER.
          IF WS-CLAIM-REGISTER-STATUS NOT = "00" THEN
             DISPLAY "  cannot read " WS-REGISTER-NAME " (status "
                WS-CLAIM-REGISTER-STATUS "); not redeemed"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT F-CLAIM-NEW.
          IF WS-CLAIM-NEW-STATUS NOT = "00" THEN
             CLOSE F-CLAIM-REGISTER
             DISPLAY "  cannot write " WS-REGISTER-TEMP-NAME
                " (status " WS-CLAIM-NEW-STATUS "); not redeemed"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-CLAIM-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-CLAIM-EOF = 'Y'
             READ F-CLAIM-REGISTER
                AT END
                   MOVE 'Y' TO WS-CLAIM-EOF
                NOT AT END
                   IF CL-CODE = WS-CODE AND CL-STATUS = "ISSUED" THEN
                      MOVE "REDEEMED"   TO CL-STATUS
                      MOVE WS-NOW-STAMP TO CL-REDEEMED
                      MOVE WS-OPERATOR  TO CL-REDEEMED-BY
                      MOVE 'Y'          TO WS-REWRITE-DONE
                   END-IF
                   MOVE CL-RECORD TO WS-CLAIM-NEW-LINE
                   WRITE WS-CLAIM-NEW-LINE
             END-READ
          END-PERFORM.
          CLOSE F-CLAIM-REGISTER.
          CLOSE F-CLAIM-NEW.

          IF WS-REWRITE-DONE = 'N' THEN
             CALL "C$DELETE" USING WS-REGISTER-TEMP-FILE, 0 END-CALL
             DISPLAY "  REFUSED: redeemed at another desk just now"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          CALL "CBL_RENAME_FILE" USING WS-REGISTER-TEMP-FILE
             WS-REGISTER-FILE
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             MOVE 'N' TO WS-REWRITE-DONE
             DISPLAY "  cannot rename " WS-REGISTER-TEMP-NAME " over "
                WS-REGISTER-NAME "; not redeemed"
             END-DISPLAY
          END-IF.

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
          DISPLAY "  dvd-claim [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive front-desk screen for corner-hit prize "
                  "claims (claim-register.dat): LOOKUP a code a guest "
                  "presents, REDEEM it (stamped with $USER and the "
                  "time), or LIST the codes still open. Unknown, "
                  "already-redeemed and expired codes are refused. Run "
                  "it in the kiosk's working directory."
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
