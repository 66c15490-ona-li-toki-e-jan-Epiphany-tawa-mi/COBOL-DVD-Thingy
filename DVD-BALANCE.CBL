       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-BALANCE.
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
      * End-to-end control totals for the corner-hit chain. The hits
      * the live corner-hits.log and DVD-ARCHIVE's dated generations
      * hold are the control; each day is balanced against every
      * store the chain feeds from them, in chain order -
      *   DAILY   - daily-summary.dat (DVD-POST), four corner counts;
      *   MONTHLY - monthly-summary.dat (DVD-ROLLOV), for a month
      *             rolled out of the daily master, balanced as a
      *             month;
      *   IDX     - the keyed master corner-hits.idx (DVD-CHLOAD);
      *   OPS     - the CORNER-HIT events in ops-events.dat
      *             (DVD-EXTRACT);
      *   CONSOL  - this unit's lines in consolidated-corner-hits.log
      *             (DVD-CONSOL), when the file is here.
      * A store is only owed the hits at or before its own mark -
      * posting.hwm for DAILY, MONTHLY and IDX (the master is loaded
      * after posting, so later hits in it are not counted either),
      * the CORNER-HIT mark in ops-extract.hwm for OPS, this unit's
      * corner-hits mark in consolidation.hwm for CONSOL - so a hit
      * simply not picked up yet is never an imbalance. The keyed
      * master keeps one record for two identical hits in the same
      * second, so IDX is owed the distinct hits.
      *
      * Only days the logs hold wholly are balanced, from the oldest
      * remaining generation's date on, as DVD-SEAL decides what to
      * seal; a rolled month only when all of it is inside that
      * range. A store not on file is noted and left out.
      *
      * Each difference is printed by day (or month) and stage, then
      * the stage in chain order where that day's count first parted
      * from the logs', which is where to look. The host tag is found
      * as DVD-SEAL finds it. Exits 1 on any imbalance, so the close
      * fails the morning after a posting goes missing.
      *
      * The consolidated log, and the ops-events batches marked
      * "tz=UTC", are stamped in UTC; their hits are put back into
      * the unit's local time by the site config's TZ key before
      * they are bucketed by day, so every stage counts the same
      * local days the logs do.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
      *   The "ls -1" capture of the archive generations.
          SELECT F-DIR-LIST ASSIGN DYNAMIC WS-DIR-LIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIR-LIST-STATUS.
      *   The live log, then one generation at a time.
          SELECT F-HITS-IN ASSIGN DYNAMIC WS-HITS-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HITS-IN-STATUS.
          SELECT F-POST-HWM ASSIGN TO "posting.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POST-HWM-STATUS.
          SELECT F-EXTRACT-HWM ASSIGN TO "ops-extract.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-HWM-STATUS.
          SELECT F-CONSOL-HWM ASSIGN TO "consolidation.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-HWM-STATUS.
          SELECT F-DAILY-SUMMARY ASSIGN TO "daily-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DAILY-SUMMARY-STATUS.
          SELECT F-MONTHLY-SUMMARY ASSIGN TO "monthly-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MONTHLY-SUMMARY-STATUS.
          SELECT F-HIT-MASTER ASSIGN TO "corner-hits.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CM-KEY
             FILE STATUS IS WS-HIT-MASTER-STATUS.
          SELECT F-OPS-EVENTS ASSIGN TO "ops-events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPS-EVENTS-STATUS.
          SELECT F-CONSOL-HITS
             ASSIGN TO "consolidated-corner-hits.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-HITS-STATUS.
          SELECT S-HITS ASSIGN TO "dvd-balance-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(255).
       FD F-DIR-LIST.
       01 WS-DIR-LIST-LINE PIC X(255).
       FD F-HITS-IN.
       01 WS-HITS-IN-LINE PIC X(200).
       FD F-POST-HWM.
       01 WS-POST-HWM-LINE PIC X(14).
       FD F-EXTRACT-HWM.
       01 WS-EXTRACT-HWM-LINE PIC X(60).
       FD F-CONSOL-HWM.
       01 WS-CONSOL-HWM-LINE PIC X(60).
       FD F-DAILY-SUMMARY.
       COPY "DAILY-SUMMARY-RECORD.CPY".
       FD F-MONTHLY-SUMMARY.
       COPY "MONTHLY-SUMMARY-RECORD.CPY".
       FD F-HIT-MASTER.
       COPY "CORNER-HIT-MASTER-RECORD.CPY".
       FD F-OPS-EVENTS.
       COPY "OPS-EVENT-RECORD.CPY".
       FD F-CONSOL-HITS.
       01 WS-CONSOL-HIT-LINE PIC X(230).
       SD S-HITS.
       01 WS-SORT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-SITE-CONFIG-PATH   PIC X(255).
       01 WS-SITE-CONFIG-STATUS PIC XX.
       01 WS-SITE-CONFIG-HOME   PIC X(200).
       01 WS-SITE-CONFIG-KEY    PIC X(20).
       01 WS-SITE-CONFIG-VALUE  PIC X(200).
       01 WS-SITE-CONFIG-EOF    PIC X.
      *   The unit's zone from the site config (blank, UTC, without a
      *   TZ key), and whether the ops-events batch being read is one
      *   DVD-EXTRACT stamped in UTC.
       01 WS-SITE-OFFSET PIC X(5) VALUE SPACES.
       01 WS-SITE-RULE   PIC X(2) VALUE SPACES.
       01 WS-UTC-BATCH   PIC X VALUE 'N'.
       01 WS-TZ-TALLY    PIC 99.
       01 WS-HIT-STAMP   PIC X(14).
       COPY "TZ-CONVERT-RECORD.CPY".
       01 WS-DIR-LIST-PATH      PIC X(30) VALUE ".dvd-balance-ls.tmp".
       01 WS-DIR-LIST-STATUS    PIC XX.
       01 WS-DIR-EOF            PIC X.
       01 WS-DIR-NAME           PIC X(255).
       01 WS-HITS-IN-PATH       PIC X(255).
       01 WS-HITS-IN-STATUS     PIC XX.
       01 WS-HITS-EOF           PIC X.
       01 WS-POST-HWM-STATUS        PIC XX.
       01 WS-EXTRACT-HWM-STATUS     PIC XX.
       01 WS-CONSOL-HWM-STATUS      PIC XX.
       01 WS-DAILY-SUMMARY-STATUS   PIC XX.
       01 WS-MONTHLY-SUMMARY-STATUS PIC XX.
       01 WS-HIT-MASTER-STATUS      PIC XX.
       01 WS-OPS-EVENTS-STATUS      PIC XX.
       01 WS-CONSOL-HITS-STATUS     PIC XX.
       01 WS-INPUT-EOF          PIC X.
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
      *   How far each store has been fed; all zeros when its mark
      *   file is missing, so it is owed nothing.
       01 WS-POST-MARK   PIC X(14) VALUE "00000000000000".
       01 WS-OPS-MARK    PIC X(14) VALUE "00000000000000".
       01 WS-CONSOL-MARK PIC X(14) VALUE "00000000000000".
      *   Broken out of one ops-extract.hwm or consolidation.hwm line.
       01 WS-HWM-IN-HOST   PIC X(20).
       01 WS-HWM-IN-STREAM PIC X(16).
       01 WS-HWM-IN-TIME   PIC X(14).
      *   The first day the logs hold wholly, as in DVD-SEAL, through
      *   today.
       01 WS-FLOOR-DAY   PIC X(8) VALUE HIGH-VALUES.
       01 WS-FLOOR-NUM   PIC 9(8).
       01 WS-FLOOR-INT   PIC 9(8).
       01 WS-GEN-COUNT   PIC 9(5) VALUE 0.
       01 WS-TODAY       PIC X(8).
       01 WS-TODAY-NUM   PIC 9(8).
      *   One row per day from the floor through today, at row
      *   (day - floor + 1): what the logs owe each store, and what
      *   each store holds. Ten years of days.
       78 WS-DAYS-MAX    VALUE 4000.
       01 WS-DAY-TABLE.
          05 WS-BD-ENTRY OCCURS 4000 TIMES.
             10 WS-BD-DAY          PIC X(8).
             10 WS-BD-LOG          PIC 9(9).
             10 WS-BD-LOG-POSTED   PIC 9(9).
             10 WS-BD-LOG-DISTINCT PIC 9(9).
             10 WS-BD-LOG-EXTRACTED PIC 9(9).
             10 WS-BD-LOG-CONSOL   PIC 9(9).
             10 WS-BD-DAILY        PIC 9(9).
             10 WS-BD-IDX          PIC 9(9).
             10 WS-BD-OPS          PIC 9(9).
             10 WS-BD-CONSOL       PIC 9(9).
       01 WS-DAYS-USED   PIC 9(5) VALUE 0.
       01 WS-DAYS-SET    PIC X VALUE 'N'.
       01 WS-DAY-IDX     PIC 9(5).
      *   005-FIND-SLOT: the row for WS-LOOKUP-DAY, 0 when outside.
       01 WS-LOOKUP-DAY  PIC X(8).
       01 WS-LOOKUP-NUM  PIC 9(8).
       01 WS-SLOT-CALC   PIC S9(9).
       01 WS-SLOT        PIC 9(5).
      *   The sort output's previous line, for counting distinct hits.
       01 WS-PREV-HIT    PIC X(26) VALUE SPACES.
      *   monthly-summary.dat's months; WS-BM-LOG-POSTED is summed
      *   from the day rows when the month lies wholly inside them.
       78 WS-MONTHS-MAX  VALUE 240.
       01 WS-MONTH-TABLE.
          05 WS-BM-ENTRY OCCURS 240 TIMES.
             10 WS-BM-MONTH      PIC X(6).
             10 WS-BM-TOTAL      PIC 9(9).
             10 WS-BM-LOG-POSTED PIC 9(9).
             10 WS-BM-WHOLE      PIC X.
       01 WS-MONTHS-USED PIC 9(3) VALUE 0.
       01 WS-MONTH-IDX   PIC 9(3).
       01 WS-MONTH-FOUND PIC 9(3).
      *   The stores in chain order: 1 DAILY, 2 MONTHLY, 3 IDX,
      *   4 OPS, 5 CONSOL. Each one's file, whether it is on file,
      *   and how its days balanced.
       78 WS-STAGE-COUNT VALUE 5.
       78 WS-STAGE-DAILY   VALUE 1.
       78 WS-STAGE-MONTHLY VALUE 2.
       01 WS-STAGE-TABLE.
          05 WS-STAGE OCCURS 5 TIMES.
             10 WS-STAGE-NAME     PIC X(8).
             10 WS-STAGE-FILE     PIC X(30).
             10 WS-STAGE-ON-FILE  PIC X.
             10 WS-STAGE-BALANCED PIC 9(5).
             10 WS-STAGE-OFF      PIC 9(5).
       01 WS-STAGE-IDX   PIC 9.
      *   The day or month being balanced.
       01 WS-EXPECTED    PIC 9(9).
       01 WS-FOUND       PIC 9(9).
       01 WS-DIFF        PIC S9(9).
       01 WS-EXPECTED-ED PIC Z(8)9.
       01 WS-FOUND-ED    PIC Z(8)9.
       01 WS-DIFF-ED     PIC +(9)9.
       01 WS-MONTH-ROLLED PIC X.
       01 WS-FIRST-STAGE PIC 9.
       01 WS-FIRST-OFF-DAY   PIC X(8) VALUE SPACES.
       01 WS-FIRST-OFF-STAGE PIC 9 VALUE 0.
       01 WS-IMBALANCES  PIC 9(7) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-RESOLVE-HOST.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          MOVE WS-TODAY TO WS-TODAY-NUM.

          MOVE "DAILY"   TO WS-STAGE-NAME(1).
          MOVE "daily-summary.dat" TO WS-STAGE-FILE(1).
          MOVE "MONTHLY" TO WS-STAGE-NAME(2).
          MOVE "monthly-summary.dat" TO WS-STAGE-FILE(2).
          MOVE "IDX"     TO WS-STAGE-NAME(3).
          MOVE "corner-hits.idx" TO WS-STAGE-FILE(3).
          MOVE "OPS"     TO WS-STAGE-NAME(4).
          MOVE "ops-events.dat" TO WS-STAGE-FILE(4).
          MOVE "CONSOL"  TO WS-STAGE-NAME(5).
          MOVE "consolidated-corner-hits.log" TO WS-STAGE-FILE(5).
          PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                  UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
             MOVE 'N' TO WS-STAGE-ON-FILE(WS-STAGE-IDX)
             MOVE 0   TO WS-STAGE-BALANCED(WS-STAGE-IDX)
                         WS-STAGE-OFF(WS-STAGE-IDX)
          END-PERFORM.

          PERFORM 001-LOAD-MARKS.

          PERFORM 001-LIST-GENERATIONS.
          IF WS-GEN-COUNT > 0 THEN
             PERFORM 005-SET-UP-DAYS
          END-IF.
          SORT S-HITS
             ON ASCENDING KEY WS-SORT-LINE
             INPUT PROCEDURE IS 001-RELEASE-HITS
             OUTPUT PROCEDURE IS 001-COUNT-LOG-DAYS.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.

          IF WS-DAYS-USED = 0 THEN
             DISPLAY "dvd-balance: " FUNCTION TRIM(WS-HOST) ": the "
                "logs hold no whole day yet; nothing to balance"
             END-DISPLAY
             STOP RUN RETURNING 0
          END-IF.

          PERFORM 001-COUNT-DAILY.
          PERFORM 001-COUNT-MONTHLY.
          PERFORM 001-COUNT-MASTER.
          PERFORM 001-COUNT-OPS.
          PERFORM 001-COUNT-CONSOL.

          DISPLAY "dvd-balance: " FUNCTION TRIM(WS-HOST) ": days "
             WS-BD-DAY(1) " to " WS-BD-DAY(WS-DAYS-USED)
             "; posted to " WS-POST-MARK ", extracted to "
             WS-OPS-MARK ", consolidated to " WS-CONSOL-MARK
          END-DISPLAY.
          PERFORM 001-BALANCE-MONTHS.
          PERFORM 001-BALANCE-DAYS.
          PERFORM 001-PRINT-SUMMARY.

          IF WS-IMBALANCES > 0 THEN
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
                DISPLAY "Try 'dvd-balance -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-balance 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             END-EVALUATE
          END-PERFORM.

      * The site config's HOST key, else $HOSTNAME, as DVD-THINGY,
      * and its TZ key as DVD-EXTRACT reads it. A missing or
      * unreadable TZ key is refused as DVD-EXTRACT refuses it:
      * counting UTC logs into the wrong local days would show an
      * imbalance that is not there, or hide one that is.
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
          IF WS-HOST = SPACES THEN
             ACCEPT WS-HOST FROM ENVIRONMENT "HOSTNAME" END-ACCEPT
          END-IF.
          IF WS-HOST = SPACES THEN
             MOVE "unknown" TO WS-HOST
          END-IF.
          IF WS-SITE-OFFSET = SPACES THEN
             DISPLAY "dvd-balance: no TZ key in "
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
             DISPLAY "dvd-balance: TZ=" FUNCTION TRIM(WS-SITE-OFFSET)
                " " FUNCTION TRIM(WS-SITE-RULE) " in "
                FUNCTION TRIM(WS-SITE-CONFIG-PATH) " is not "
                "+HHMM/-HHMM with US, EU or no rule"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * The posting, extract and consolidation marks, each read the
      * way the program that keeps it reads it.
       001-LOAD-MARKS.
          OPEN INPUT F-POST-HWM.
          IF WS-POST-HWM-STATUS = "00" THEN
             READ F-POST-HWM
                AT END CONTINUE
                NOT AT END
                   IF WS-POST-HWM-LINE IS NUMERIC THEN
                      MOVE WS-POST-HWM-LINE TO WS-POST-MARK
                   END-IF
             END-READ
             CLOSE F-POST-HWM
          END-IF.

          OPEN INPUT F-EXTRACT-HWM.
          IF WS-EXTRACT-HWM-STATUS = "00" THEN
             MOVE 'N' TO WS-INPUT-EOF
             PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
                READ F-EXTRACT-HWM
                   AT END
                      MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                      MOVE SPACES TO WS-HWM-IN-STREAM WS-HWM-IN-TIME
                      UNSTRING WS-EXTRACT-HWM-LINE
                         DELIMITED BY ALL SPACE
                         INTO WS-HWM-IN-STREAM WS-HWM-IN-TIME
                      END-UNSTRING
                      IF WS-HWM-IN-STREAM = "CORNER-HIT"
                         AND WS-HWM-IN-TIME IS NUMERIC
                      THEN
                         MOVE WS-HWM-IN-TIME TO WS-OPS-MARK
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-EXTRACT-HWM
          END-IF.

          OPEN INPUT F-CONSOL-HWM.
          IF WS-CONSOL-HWM-STATUS = "00" THEN
             MOVE 'N' TO WS-INPUT-EOF
             PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
                READ F-CONSOL-HWM
                   AT END
                      MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                      MOVE SPACES TO WS-HWM-IN-HOST WS-HWM-IN-STREAM
                         WS-HWM-IN-TIME
                      UNSTRING WS-CONSOL-HWM-LINE
                         DELIMITED BY ALL SPACE
                         INTO WS-HWM-IN-HOST WS-HWM-IN-STREAM
                              WS-HWM-IN-TIME
                      END-UNSTRING
                      IF WS-HWM-IN-HOST = WS-HOST
                         AND WS-HWM-IN-STREAM = "corner-hits"
                         AND WS-HWM-IN-TIME IS NUMERIC
                      THEN
                         MOVE WS-HWM-IN-TIME TO WS-CONSOL-MARK
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-CONSOL-HWM
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
                      MOVE WS-HITS-IN-LINE TO WS-SORT-LINE
                      RELEASE WS-SORT-LINE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-HITS-IN.

      * Sort output side: the lines come back in timestamp order, two
      * identical hits side by side, and each is counted against
      * every store whose mark it is at or before.
       001-COUNT-LOG-DAYS.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-HITS
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   IF WS-DAYS-SET = 'N' THEN
                      PERFORM 005-FLOOR-AFTER-FIRST-DAY
                      PERFORM 005-SET-UP-DAYS
                   END-IF
                   MOVE WS-SORT-LINE(1:8) TO WS-LOOKUP-DAY
                   PERFORM 005-FIND-SLOT
                   IF WS-SLOT > 0 THEN
                      PERFORM 005-COUNT-LOG-LINE
                   END-IF
                   MOVE WS-SORT-LINE(1:26) TO WS-PREV-HIT
             END-RETURN
          END-PERFORM.

       005-COUNT-LOG-LINE.
          ADD 1 TO WS-BD-LOG(WS-SLOT).
          IF WS-SORT-LINE(1:14) NOT > WS-POST-MARK THEN
             ADD 1 TO WS-BD-LOG-POSTED(WS-SLOT)
             IF WS-SORT-LINE(1:26) NOT = WS-PREV-HIT THEN
                ADD 1 TO WS-BD-LOG-DISTINCT(WS-SLOT)
             END-IF
          END-IF.
          IF WS-SORT-LINE(1:14) NOT > WS-OPS-MARK THEN
             ADD 1 TO WS-BD-LOG-EXTRACTED(WS-SLOT)
          END-IF.
          IF WS-SORT-LINE(1:14) NOT > WS-CONSOL-MARK THEN
             ADD 1 TO WS-BD-LOG-CONSOL(WS-SLOT)
          END-IF.

      *   With no generation left, the live log starts at the last
      *   roll, which may have cut its first day in two; only the
      *   days after it are known to be whole.
       005-FLOOR-AFTER-FIRST-DAY.
          IF WS-GEN-COUNT > 0 THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-SORT-LINE(1:8))) + 1) TO WS-FLOOR-NUM.
          MOVE WS-FLOOR-NUM TO WS-FLOOR-DAY.

      *   One zeroed row per day from the floor through today, the
      *   floor brought forward if that is more days than the table
      *   holds.
       005-SET-UP-DAYS.
          MOVE 'Y' TO WS-DAYS-SET.
          IF WS-FLOOR-DAY IS NOT NUMERIC
             OR WS-FLOOR-DAY > WS-TODAY
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-FLOOR-DAY TO WS-FLOOR-NUM.
          COMPUTE WS-FLOOR-INT = FUNCTION INTEGER-OF-DATE(WS-FLOOR-NUM)
          END-COMPUTE.
          COMPUTE WS-SLOT-CALC =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-FLOOR-INT + 1
          END-COMPUTE.
          IF WS-SLOT-CALC > WS-DAYS-MAX THEN
             COMPUTE WS-FLOOR-INT = WS-FLOOR-INT + WS-SLOT-CALC
                - WS-DAYS-MAX
             END-COMPUTE
             MOVE FUNCTION DATE-OF-INTEGER(WS-FLOOR-INT)
                TO WS-FLOOR-NUM
             MOVE WS-FLOOR-NUM TO WS-FLOOR-DAY
             MOVE WS-DAYS-MAX TO WS-SLOT-CALC
          END-IF.
          MOVE WS-SLOT-CALC TO WS-DAYS-USED.
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAYS-USED
             MOVE FUNCTION DATE-OF-INTEGER(WS-FLOOR-INT + WS-DAY-IDX
                - 1) TO WS-LOOKUP-NUM
             MOVE WS-LOOKUP-NUM TO WS-BD-DAY(WS-DAY-IDX)
             MOVE 0 TO WS-BD-LOG(WS-DAY-IDX)
                       WS-BD-LOG-POSTED(WS-DAY-IDX)
                       WS-BD-LOG-DISTINCT(WS-DAY-IDX)
                       WS-BD-LOG-EXTRACTED(WS-DAY-IDX)
                       WS-BD-LOG-CONSOL(WS-DAY-IDX)
                       WS-BD-DAILY(WS-DAY-IDX)
                       WS-BD-IDX(WS-DAY-IDX)
                       WS-BD-OPS(WS-DAY-IDX)
                       WS-BD-CONSOL(WS-DAY-IDX)
          END-PERFORM.

      *   The day table row for WS-LOOKUP-DAY, or 0 when the day is
      *   not a date from the floor through today.
       005-FIND-SLOT.
          MOVE 0 TO WS-SLOT.
          IF WS-DAYS-USED = 0
             OR WS-LOOKUP-DAY IS NOT NUMERIC
             OR WS-LOOKUP-DAY < WS-BD-DAY(1)
             OR WS-LOOKUP-DAY > WS-BD-DAY(WS-DAYS-USED)
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-LOOKUP-DAY TO WS-LOOKUP-NUM.
          COMPUTE WS-SLOT-CALC =
             FUNCTION INTEGER-OF-DATE(WS-LOOKUP-NUM) - WS-FLOOR-INT + 1
          END-COMPUTE.
          IF WS-SLOT-CALC > 0 AND WS-SLOT-CALC <= WS-DAYS-USED THEN
             MOVE WS-SLOT-CALC TO WS-SLOT
          END-IF.

       001-COUNT-DAILY.
          OPEN INPUT F-DAILY-SUMMARY.
          IF WS-DAILY-SUMMARY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAGE-ON-FILE(WS-STAGE-DAILY).
          MOVE 'N' TO WS-INPUT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
             READ F-DAILY-SUMMARY
                AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END
                   MOVE DS-DATE TO WS-LOOKUP-DAY
                   PERFORM 005-FIND-SLOT
                   IF WS-SLOT > 0 THEN
                      ADD DS-COUNT-TL DS-COUNT-TR DS-COUNT-BL
                         DS-COUNT-BR TO WS-BD-DAILY(WS-SLOT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DAILY-SUMMARY.

      * Every rolled month is kept, so its days are not owed to the
      * daily master; only the months wholly inside the day table
      * can be balanced.
       001-COUNT-MONTHLY.
          OPEN INPUT F-MONTHLY-SUMMARY.
          IF WS-MONTHLY-SUMMARY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAGE-ON-FILE(WS-STAGE-MONTHLY).
          MOVE 'N' TO WS-INPUT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
             READ F-MONTHLY-SUMMARY
                AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END
                   IF MS-MONTH IS NUMERIC
                      AND WS-MONTHS-USED < WS-MONTHS-MAX
                   THEN
                      ADD 1 TO WS-MONTHS-USED
                      MOVE MS-MONTH TO WS-BM-MONTH(WS-MONTHS-USED)
                      COMPUTE WS-BM-TOTAL(WS-MONTHS-USED) =
                         MS-COUNT-TL + MS-COUNT-TR + MS-COUNT-BL
                         + MS-COUNT-BR
                      END-COMPUTE
                      MOVE 0 TO WS-BM-LOG-POSTED(WS-MONTHS-USED)
                      MOVE 'N' TO WS-BM-WHOLE(WS-MONTHS-USED)
                      IF MS-MONTH > WS-BD-DAY(1)(1:6)
                         OR (MS-MONTH = WS-BD-DAY(1)(1:6)
                             AND WS-BD-DAY(1)(7:2) = "01")
                      THEN
                         MOVE 'Y' TO WS-BM-WHOLE(WS-MONTHS-USED)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-MONTHLY-SUMMARY.

          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAYS-USED
             MOVE WS-BD-DAY(WS-DAY-IDX) TO WS-LOOKUP-DAY
             PERFORM 005-FIND-MONTH
             IF WS-MONTH-FOUND > 0 THEN
                ADD WS-BD-LOG-POSTED(WS-DAY-IDX)
                   TO WS-BM-LOG-POSTED(WS-MONTH-FOUND)
             END-IF
          END-PERFORM.

      *   The monthly-summary.dat row for WS-LOOKUP-DAY's month.
       005-FIND-MONTH.
          MOVE 0 TO WS-MONTH-FOUND.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > WS-MONTHS-USED
                     OR WS-MONTH-FOUND > 0
             IF WS-BM-MONTH(WS-MONTH-IDX) = WS-LOOKUP-DAY(1:6) THEN
                MOVE WS-MONTH-IDX TO WS-MONTH-FOUND
             END-IF
          END-PERFORM.

      * The keyed master reads back in key order; records past the
      * posting mark were loaded after posting and are not counted.
       001-COUNT-MASTER.
          OPEN INPUT F-HIT-MASTER.
          IF WS-HIT-MASTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAGE-ON-FILE(3).
          MOVE 'N' TO WS-INPUT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
             READ F-HIT-MASTER NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END
                   IF CM-TIMESTAMP NOT > WS-POST-MARK THEN
                      MOVE CM-TIMESTAMP(1:8) TO WS-LOOKUP-DAY
                      PERFORM 005-FIND-SLOT
                      IF WS-SLOT > 0 THEN
                         ADD 1 TO WS-BD-IDX(WS-SLOT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-HIT-MASTER.

      * Batch header and trailer records are not events and are
      * passed over with the other streams' events; a header only
      * says whether its batch's times are UTC or local.
       001-COUNT-OPS.
          OPEN INPUT F-OPS-EVENTS.
          IF WS-OPS-EVENTS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAGE-ON-FILE(4).
          MOVE 'N' TO WS-UTC-BATCH.
          MOVE 'N' TO WS-INPUT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
             READ F-OPS-EVENTS
                AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END
                   IF OE-EVENT-TYPE = "BATCH-HDR" THEN
                      MOVE 'N' TO WS-UTC-BATCH
                      MOVE 0 TO WS-TZ-TALLY
                      INSPECT OE-DETAIL TALLYING WS-TZ-TALLY
                         FOR ALL "tz=UTC"
                      IF WS-TZ-TALLY > 0 THEN
                         MOVE 'Y' TO WS-UTC-BATCH
                      END-IF
                   END-IF
                   IF OE-EVENT-TYPE = "CORNER-HIT" THEN
                      MOVE OE-TIMESTAMP TO WS-HIT-STAMP
                      IF WS-UTC-BATCH = 'Y' THEN
                         PERFORM 005-HIT-TO-SITE-TIME
                      END-IF
                      MOVE WS-HIT-STAMP(1:8) TO WS-LOOKUP-DAY
                      PERFORM 005-FIND-SLOT
                      IF WS-SLOT > 0 THEN
                         ADD 1 TO WS-BD-OPS(WS-SLOT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-OPS-EVENTS.

      * Consolidated lines are the 20-character host, a space, then
      * the unit's own line.
       001-COUNT-CONSOL.
          OPEN INPUT F-CONSOL-HITS.
          IF WS-CONSOL-HITS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAGE-ON-FILE(5).
          MOVE 'N' TO WS-INPUT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-INPUT-EOF = 'Y'
             READ F-CONSOL-HITS
                AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END
                   IF WS-CONSOL-HIT-LINE(1:20) = WS-HOST
                      AND WS-CONSOL-HIT-LINE(22:14) IS NUMERIC
                   THEN
                      MOVE WS-CONSOL-HIT-LINE(22:14) TO WS-HIT-STAMP
                      PERFORM 005-HIT-TO-SITE-TIME
                      MOVE WS-HIT-STAMP(1:8) TO WS-LOOKUP-DAY
                      PERFORM 005-FIND-SLOT
                      IF WS-SLOT > 0 THEN
                         ADD 1 TO WS-BD-CONSOL(WS-SLOT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-HITS.

      * A UTC stamp in WS-HIT-STAMP back to the unit's local time
      * (TZ-CONVERT.CBL), by the zone 001-RESOLVE-HOST checked.
       005-HIT-TO-SITE-TIME.
          MOVE 'L'            TO TC-DIRECTION.
          MOVE WS-SITE-OFFSET TO TC-UTC-OFFSET.
          MOVE WS-SITE-RULE   TO TC-DST-RULE.
          MOVE WS-HIT-STAMP   TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT   TO WS-HIT-STAMP.

      * A rolled month is owed what the logs posted over its days.
       001-BALANCE-MONTHS.
          IF WS-STAGE-ON-FILE(WS-STAGE-MONTHLY) NOT = 'Y' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > WS-MONTHS-USED
             IF WS-BM-WHOLE(WS-MONTH-IDX) = 'Y'
                AND WS-BM-MONTH(WS-MONTH-IDX) <= WS-TODAY(1:6)
             THEN
                MOVE WS-BM-LOG-POSTED(WS-MONTH-IDX) TO WS-EXPECTED
                MOVE WS-BM-TOTAL(WS-MONTH-IDX) TO WS-FOUND
                MOVE WS-STAGE-MONTHLY TO WS-STAGE-IDX
                IF WS-EXPECTED = WS-FOUND THEN
                   ADD 1 TO WS-STAGE-BALANCED(WS-STAGE-IDX)
                ELSE
                   ADD 1 TO WS-STAGE-OFF(WS-STAGE-IDX)
                   ADD 1 TO WS-IMBALANCES
                   MOVE WS-BM-MONTH(WS-MONTH-IDX) TO WS-LOOKUP-DAY
                   PERFORM 005-PRINT-DIFFERENCE
                   DISPLAY WS-LOOKUP-DAY " first diverged at "
                      "MONTHLY (monthly-summary.dat)"
                   END-DISPLAY
                   IF WS-FIRST-OFF-STAGE = 0 THEN
                      MOVE WS-LOOKUP-DAY TO WS-FIRST-OFF-DAY
                      MOVE WS-STAGE-MONTHLY TO WS-FIRST-OFF-STAGE
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      * Each day against each store on file, in chain order; a day
      * of a rolled month is left to the month's balance instead of
      * the daily master.
       001-BALANCE-DAYS.
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAYS-USED
             MOVE WS-BD-DAY(WS-DAY-IDX) TO WS-LOOKUP-DAY
             PERFORM 005-FIND-MONTH
             IF WS-MONTH-FOUND > 0 THEN
                MOVE 'Y' TO WS-MONTH-ROLLED
             ELSE
                MOVE 'N' TO WS-MONTH-ROLLED
             END-IF
             MOVE 0 TO WS-FIRST-STAGE
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                     UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                IF WS-STAGE-IDX NOT = WS-STAGE-MONTHLY
                   AND WS-STAGE-ON-FILE(WS-STAGE-IDX) = 'Y'
                   AND NOT (WS-STAGE-IDX = WS-STAGE-DAILY
                            AND WS-MONTH-ROLLED = 'Y')
                THEN
                   PERFORM 005-BALANCE-DAY-STAGE
                END-IF
             END-PERFORM
             IF WS-FIRST-STAGE > 0 THEN
                DISPLAY WS-LOOKUP-DAY " first diverged at "
                   FUNCTION TRIM(WS-STAGE-NAME(WS-FIRST-STAGE)) " ("
                   FUNCTION TRIM(WS-STAGE-FILE(WS-FIRST-STAGE)) ")"
                END-DISPLAY
                IF WS-FIRST-OFF-STAGE = 0 THEN
                   MOVE WS-LOOKUP-DAY TO WS-FIRST-OFF-DAY
                   MOVE WS-FIRST-STAGE TO WS-FIRST-OFF-STAGE
                END-IF
             END-IF
          END-PERFORM.

       005-BALANCE-DAY-STAGE.
          EVALUATE WS-STAGE-IDX
          WHEN 1
             MOVE WS-BD-LOG-POSTED(WS-DAY-IDX)    TO WS-EXPECTED
             MOVE WS-BD-DAILY(WS-DAY-IDX)         TO WS-FOUND
          WHEN 3
             MOVE WS-BD-LOG-DISTINCT(WS-DAY-IDX)  TO WS-EXPECTED
             MOVE WS-BD-IDX(WS-DAY-IDX)           TO WS-FOUND
          WHEN 4
             MOVE WS-BD-LOG-EXTRACTED(WS-DAY-IDX) TO WS-EXPECTED
             MOVE WS-BD-OPS(WS-DAY-IDX)           TO WS-FOUND
          WHEN 5
             MOVE WS-BD-LOG-CONSOL(WS-DAY-IDX)    TO WS-EXPECTED
             MOVE WS-BD-CONSOL(WS-DAY-IDX)        TO WS-FOUND
          END-EVALUATE.
          IF WS-EXPECTED = WS-FOUND THEN
             ADD 1 TO WS-STAGE-BALANCED(WS-STAGE-IDX)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-STAGE-OFF(WS-STAGE-IDX).
          ADD 1 TO WS-IMBALANCES.
          PERFORM 005-PRINT-DIFFERENCE.
          IF WS-FIRST-STAGE = 0 THEN
             MOVE WS-STAGE-IDX TO WS-FIRST-STAGE
          END-IF.

      *   One difference: WS-LOOKUP-DAY (a day, or a month in its
      *   first six), the stage, and the counts.
       005-PRINT-DIFFERENCE.
          COMPUTE WS-DIFF = WS-FOUND - WS-EXPECTED END-COMPUTE.
          MOVE WS-EXPECTED TO WS-EXPECTED-ED.
          MOVE WS-FOUND    TO WS-FOUND-ED.
          MOVE WS-DIFF     TO WS-DIFF-ED.
          DISPLAY WS-LOOKUP-DAY " " WS-STAGE-NAME(WS-STAGE-IDX)
             " logs owe " WS-EXPECTED-ED ", holds " WS-FOUND-ED
             " (" FUNCTION TRIM(WS-DIFF-ED) ")"
          END-DISPLAY.

       001-PRINT-SUMMARY.
          PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                  UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
             IF WS-STAGE-ON-FILE(WS-STAGE-IDX) = 'Y' THEN
                DISPLAY "  " WS-STAGE-NAME(WS-STAGE-IDX) " "
                   WS-STAGE-FILE(WS-STAGE-IDX) " "
                   WS-STAGE-BALANCED(WS-STAGE-IDX) " balanced, "
                   WS-STAGE-OFF(WS-STAGE-IDX) " off"
                END-DISPLAY
             ELSE
                DISPLAY "  " WS-STAGE-NAME(WS-STAGE-IDX) " "
                   WS-STAGE-FILE(WS-STAGE-IDX) " not on file; "
                   "not balanced"
                END-DISPLAY
             END-IF
          END-PERFORM.
          IF WS-FIRST-OFF-STAGE > 0 THEN
             DISPLAY "dvd-balance: " FUNCTION TRIM(WS-HOST) ": "
                WS-IMBALANCES " imbalance(s), the first at "
                FUNCTION TRIM(WS-FIRST-OFF-DAY) " in "
                FUNCTION TRIM(WS-STAGE-NAME(WS-FIRST-OFF-STAGE))
             END-DISPLAY
          ELSE
             DISPLAY "dvd-balance: " FUNCTION TRIM(WS-HOST) ": "
                "every store balances with the logs"
             END-DISPLAY
          END-IF.

       005-GETOPT-HELP.
          DISPLAY "Usage: dvd-balance [options...]" END-DISPLAY.
          DISPLAY SPACE                             END-DISPLAY.
          DISPLAY "Balances each day's corner-hit count in the live "
                  "log and the archive generations against "
                  "daily-summary.dat, monthly-summary.dat (by month), "
                  "corner-hits.idx, ops-events.dat and this unit's "
                  "lines in consolidated-corner-hits.log, each up to "
                  "its own high-water mark. Prints every difference "
                  "by day and stage and the stage where the count "
                  "first diverged. Exits 1 on any imbalance."
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
