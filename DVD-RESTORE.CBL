       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-RESTORE.
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
      * Validated restore of a backup set taken by DVD-BACKUP.CBL.
      * Nothing is put back until the whole set has been checked:
      *   1. the manifest (backup.manifest, BACKUP-MANIFEST-RECORD.CPY)
      *      is there, lists every file of a set exactly once, and
      *      closes with a "*TOTAL*" line that agrees with the lines
      *      above it - so a set cut short, or a manifest edited, is
      *      refused as partial;
      *   2. every file the manifest lists as present is in the set
      *      with the record count and hash total the manifest
      *      recorded for it;
      *   3. each mark in the set (posting.hwm, ops-extract.hwm,
      *      consolidation.hwm, uptime.hwm) agrees with the closing
      *      mark of its job's last run in the set's
      *      batch-control.dat, exactly as the jobs' rerun gates will
      *      compare them - so a restored set never leaves DVD-POST,
      *      DVD-EXTRACT, DVD-CONSOL or DVD-UPPOST refusing to run, or
      *      double-posting under --force.
      * Any failure refuses the whole set and leaves the working files
      * as they were.
      *
      * Then the line files are staged beside their live copies as
      * NAME.restoring, the keyed master corner-hits.idx is reloaded
      * from its unload, and only then is each staged file renamed
      * over the live one. A file the set recorded as absent is
      * removed, since the point in time being restored did not
      * have it; an absent keyed master is restored as an empty one.
      *
      * --check-only stops after the checks. Run it from the
      * directory holding the masters, with the batch jobs idle.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-COPY-IN ASSIGN DYNAMIC WS-COPY-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-IN-STATUS.
          SELECT F-COPY-OUT ASSIGN DYNAMIC WS-COPY-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-OUT-STATUS.
          SELECT F-HIT-MASTER ASSIGN TO "corner-hits.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CM-KEY
             FILE STATUS IS WS-HIT-MASTER-STATUS.
          SELECT F-BATCH-CONTROL ASSIGN DYNAMIC WS-BATCH-CONTROL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT F-MANIFEST ASSIGN DYNAMIC WS-MANIFEST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-COPY-IN.
       01 WS-COPY-IN-LINE  PIC X(1024).
       FD F-COPY-OUT.
       01 WS-COPY-OUT-LINE PIC X(1024).
       FD F-HIT-MASTER.
       COPY "CORNER-HIT-MASTER-RECORD.CPY".
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-MANIFEST.
       COPY "BACKUP-MANIFEST-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-COPY-IN-PATH         PIC X(255).
       01 WS-COPY-IN-STATUS       PIC XX.
       01 WS-COPY-OUT-PATH        PIC X(255).
       01 WS-COPY-OUT-STATUS      PIC XX.
       01 WS-COPY-EOF             PIC X.
       01 WS-HIT-MASTER-STATUS    PIC XX.
       01 WS-BATCH-CONTROL-PATH   PIC X(255).
       01 WS-BATCH-CONTROL-STATUS PIC XX.
       01 WS-BATCH-EOF            PIC X.
       01 WS-MANIFEST-PATH        PIC X(255).
       01 WS-MANIFEST-STATUS      PIC XX.
       01 WS-MANIFEST-EOF         PIC X.
      *   The set to restore; --set=PATH.
       01 WS-CONFIG-SET        PIC X(200) VALUE SPACES.
      *   --check-only: validate the set, put nothing back.
       01 WS-CONFIG-CHECK-ONLY PIC X VALUE 'N'.
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 5 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   The files a set carries, as DVD-BACKUP's table.
       01 WS-SET-FILES.
          05 FILLER PIC X(45)
             VALUE "daily-summary.dat               L".
          05 FILLER PIC X(45)
             VALUE "monthly-summary.dat             L".
          05 FILLER PIC X(45)
             VALUE "yearly-summary.dat              L".
          05 FILLER PIC X(45)
             VALUE "corner-hits.idx                 I".
          05 FILLER PIC X(45)
             VALUE "kiosk-roster.dat                L".
          05 FILLER PIC X(45)
             VALUE "alert-state.dat                 L".
          05 FILLER PIC X(45)
             VALUE "batch-control.dat               L".
          05 FILLER PIC X(45)
             VALUE "posting.hwm                     LDVD-POST".
          05 FILLER PIC X(45)
             VALUE "ops-extract.hwm                 LDVD-EXTRACT".
          05 FILLER PIC X(45)
             VALUE "consolidation.hwm               LDVD-CONSOL".
      *   Written by DVD-CONSOL. uptime.hwm is a record count into
      *   consolidated-session.log, so the two travel together.
          05 FILLER PIC X(45)
             VALUE "consolidated-corner-hits.log    L".
          05 FILLER PIC X(45)
             VALUE "consolidated-session.log        L".
          05 FILLER PIC X(45)
             VALUE "consolidated-proof-of-play.log  L".
      *   Also DVD-CONSOL's: says the consolidated logs are stamped in
      *   UTC, so it has to come back with the logs it describes.
          05 FILLER PIC X(45)
             VALUE "consolidation.tz                L".
      *   Written by DVD-UPPOST: the uptime master, the pairing
      *   state it carries between runs, and its mark.
          05 FILLER PIC X(45)
             VALUE "uptime-master.dat               L".
          05 FILLER PIC X(45)
             VALUE "uptime-pending.dat              L".
          05 FILLER PIC X(45)
             VALUE "uptime.hwm                      LDVD-UPPOST".
       01 WS-SET-FILE-TABLE REDEFINES WS-SET-FILES.
          05 WS-SET-FILE OCCURS 17 TIMES.
             10 WS-SET-NAME PIC X(32).
             10 WS-SET-KIND PIC X.
             10 WS-SET-JOB  PIC X(12).
       78 WS-SET-COUNT VALUE 17.
       01 WS-SET-IDX   PIC 99.
      *   What the manifest says of each file; WS-SET-LISTED counts
      *   its lines for the file, which must come to exactly one.
       01 WS-SET-RESULTS.
          05 WS-SET-RESULT OCCURS 17 TIMES.
             10 WS-SET-LISTED  PIC 9.
             10 WS-SET-PRESENT PIC X.
             10 WS-SET-RECORDS PIC 9(9).
             10 WS-SET-HASH    PIC 9(15).
       01 WS-SET-FOUND   PIC 99.
       01 WS-LINES-READ  PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEEN  PIC X VALUE 'N'.
       01 WS-TOTAL-LINES PIC 9(9).
       01 WS-TOTAL-HASH  PIC 9(15).
       01 WS-SUM-HASH    PIC 9(15) VALUE 0.
       01 WS-TAKEN       PIC X(14) VALUE SPACES.
       01 WS-REFUSALS    PIC 9(5) VALUE 0.
       01 WS-SET-PATH    PIC X(255).
       01 WS-LIVE-PATH   PIC X(255).
       01 WS-STAGE-PATH  PIC X(255).
       01 WS-COPY-COUNT  PIC 9(9).
       01 WS-COPY-HASH   PIC 9(15).
      *   Marks check, as in DVD-BACKUP.
       01 WS-MARK-COMPOSITE PIC X(14).
       01 WS-MARK-TOKENS.
          05 WS-MARK-TOKEN OCCURS 3 TIMES PIC X(20).
       01 WS-MARK-TOKEN-IDX PIC 9.
       01 WS-LAST-RUN-FOUND PIC X.
       01 WS-LAST-HWM-AFTER PIC X(14).
      *   005-HASH-TEXT, the same routine DVD-BACKUP totals with.
       78 WS-HASH-PRIME  VALUE 999999999989.
       78 WS-HASH-BASE   VALUE 131.
       01 WS-HASH-TEXT   PIC X(1024).
       01 WS-HASH-LEN    PIC 9(4).
       01 WS-HASH-IDX    PIC 9(4).
       01 WS-HASH-VALUE  PIC 9(12).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          IF WS-CONFIG-SET = SPACES THEN
             DISPLAY "dvd-restore: --set=PATH is required"
             END-DISPLAY
             DISPLAY "Try 'dvd-restore -h' for more information"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          PERFORM 001-LOAD-MANIFEST.
          PERFORM 001-CHECK-COPIES.
          PERFORM 001-CHECK-MARKS.
          IF WS-REFUSALS > 0 THEN
             DISPLAY "dvd-restore: REFUSED: "
                FUNCTION TRIM(WS-CONFIG-SET) " is partial or "
                "inconsistent (" WS-REFUSALS " problem(s) above); "
                "nothing was restored"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          IF WS-CONFIG-CHECK-ONLY = 'Y' THEN
             DISPLAY "dvd-restore: " FUNCTION TRIM(WS-CONFIG-SET)
                " (taken " WS-TAKEN ") is complete and consistent"
             END-DISPLAY
             STOP RUN RETURNING 0
          END-IF.

          PERFORM 001-STAGE-FILES.
          PERFORM 001-RELOAD-MASTER.
          PERFORM 001-PUT-BACK.
          DISPLAY "dvd-restore: restored the set taken " WS-TAKEN
             " from " FUNCTION TRIM(WS-CONFIG-SET)
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
          MOVE "set" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1     TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'S'   TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "check-only" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 0            TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'C'          TO WS-GETOPT-LONGOPTION-RETURN(5).

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
                DISPLAY "Try 'dvd-restore -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-restore 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'S'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-SET
                END-UNSTRING
             WHEN = 'C'
                MOVE 'Y' TO WS-CONFIG-CHECK-ONLY
             END-EVALUATE
          END-PERFORM.

      * Reads the manifest into WS-SET-RESULTS and checks it is whole.
       001-LOAD-MANIFEST.
          MOVE SPACES TO WS-MANIFEST-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-SET) DELIMITED BY SIZE
                 "/backup.manifest" DELIMITED BY SIZE
              INTO WS-MANIFEST-PATH
          END-STRING.
          OPEN INPUT F-MANIFEST.
          IF WS-MANIFEST-STATUS NOT = "00" THEN
             DISPLAY "dvd-restore: REFUSED: no readable manifest in "
                FUNCTION TRIM(WS-CONFIG-SET) " (status "
                WS-MANIFEST-STATUS "); the backup that made it did "
                "not finish"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             MOVE 0 TO WS-SET-LISTED(WS-SET-IDX)
          END-PERFORM.
          MOVE 'N' TO WS-MANIFEST-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-MANIFEST-EOF = 'Y'
             READ F-MANIFEST
                AT END
                   MOVE 'Y' TO WS-MANIFEST-EOF
                NOT AT END
                   PERFORM 005-NOTE-MANIFEST-LINE
             END-READ
          END-PERFORM.
          CLOSE F-MANIFEST.

          IF WS-TOTAL-SEEN = 'N' THEN
             DISPLAY "dvd-restore: manifest has no *TOTAL* line; it "
                "was cut short"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
          ELSE
             IF WS-TOTAL-LINES NOT = WS-LINES-READ
                OR WS-TOTAL-HASH NOT = WS-SUM-HASH
             THEN
                DISPLAY "dvd-restore: manifest *TOTAL* line does "
                   "not agree with the lines above it"
                END-DISPLAY
                ADD 1 TO WS-REFUSALS
             END-IF
          END-IF.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-LISTED(WS-SET-IDX) NOT = 1 THEN
                DISPLAY "dvd-restore: manifest lists "
                   FUNCTION TRIM(WS-SET-NAME(WS-SET-IDX)) " "
                   WS-SET-LISTED(WS-SET-IDX) " time(s), not once"
                END-DISPLAY
                ADD 1 TO WS-REFUSALS
             END-IF
          END-PERFORM.

       005-NOTE-MANIFEST-LINE.
          IF WS-TAKEN = SPACES THEN
             MOVE BM-TAKEN TO WS-TAKEN
          END-IF.
          IF BM-TAKEN NOT = WS-TAKEN THEN
             DISPLAY "dvd-restore: manifest mixes sets taken "
                WS-TAKEN " and " BM-TAKEN
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
          END-IF.
          IF WS-TOTAL-SEEN = 'Y' THEN
             DISPLAY "dvd-restore: manifest continues past its "
                "*TOTAL* line"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
             EXIT PARAGRAPH
          END-IF.
          IF BM-FILE = "*TOTAL*" THEN
             MOVE 'Y'        TO WS-TOTAL-SEEN
             MOVE BM-RECORDS TO WS-TOTAL-LINES
             MOVE BM-HASH    TO WS-TOTAL-HASH
             EXIT PARAGRAPH
          END-IF.

          ADD 1 TO WS-LINES-READ.
          COMPUTE WS-SUM-HASH = FUNCTION MOD(WS-SUM-HASH + BM-HASH,
             1000000000000000)
          END-COMPUTE.
          MOVE 0 TO WS-SET-FOUND.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF BM-FILE = WS-SET-NAME(WS-SET-IDX) THEN
                MOVE WS-SET-IDX TO WS-SET-FOUND
             END-IF
          END-PERFORM.
          IF WS-SET-FOUND = 0 THEN
             DISPLAY "dvd-restore: manifest lists unknown file "
                FUNCTION TRIM(BM-FILE)
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
             EXIT PARAGRAPH
          END-IF.
          IF WS-SET-LISTED(WS-SET-FOUND) < 9 THEN
             ADD 1 TO WS-SET-LISTED(WS-SET-FOUND)
          END-IF.
          MOVE BM-PRESENT TO WS-SET-PRESENT(WS-SET-FOUND).
          MOVE BM-RECORDS TO WS-SET-RECORDS(WS-SET-FOUND).
          MOVE BM-HASH    TO WS-SET-HASH(WS-SET-FOUND).
          IF BM-PRESENT NOT = 'Y' AND BM-PRESENT NOT = 'N' THEN
             DISPLAY "dvd-restore: manifest line for "
                FUNCTION TRIM(BM-FILE) " is damaged"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
          END-IF.

      * Every copy the manifest lists as present must still count and
      * hash as the manifest recorded.
       001-CHECK-COPIES.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-LISTED(WS-SET-IDX) = 1
                AND WS-SET-PRESENT(WS-SET-IDX) = 'Y'
             THEN
                PERFORM 005-SET-COPY-PATH
                MOVE WS-SET-PATH TO WS-COPY-IN-PATH
                PERFORM 005-COUNT-SET-COPY
             END-IF
          END-PERFORM.

       005-SET-COPY-PATH.
          MOVE SPACES TO WS-SET-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-SET) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-NAME(WS-SET-IDX))
                    DELIMITED BY SIZE
              INTO WS-SET-PATH
          END-STRING.
          IF WS-SET-KIND(WS-SET-IDX) = 'I' THEN
             STRING FUNCTION TRIM(WS-SET-PATH) DELIMITED BY SIZE
                    ".unl" DELIMITED BY SIZE
                 INTO WS-SET-PATH
             END-STRING
          END-IF.

       005-COUNT-SET-COPY.
          MOVE 0 TO WS-COPY-COUNT WS-COPY-HASH.
          OPEN INPUT F-COPY-IN.
          IF WS-COPY-IN-STATUS NOT = "00" THEN
             DISPLAY "dvd-restore: " FUNCTION TRIM(WS-COPY-IN-PATH)
                " is missing from the set (status "
                WS-COPY-IN-STATUS ")"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-COPY-IN
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   IF WS-COPY-IN-STATUS = "00" THEN
                      PERFORM 005-ADD-LINE
                   END-IF
             END-READ
             IF WS-COPY-IN-STATUS NOT = "00"
                AND WS-COPY-IN-STATUS NOT = "10"
             THEN
                EXIT PERFORM
             END-IF
          END-PERFORM.
          CLOSE F-COPY-IN.
      *   A short or failed read (04/06: a line wider than the copy
      *   buffer) means the copy cannot be checked line for line.
          IF WS-COPY-IN-STATUS NOT = "10" THEN
             DISPLAY "dvd-restore: read of "
                FUNCTION TRIM(WS-COPY-IN-PATH) " failed (status "
                WS-COPY-IN-STATUS ")"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
             EXIT PARAGRAPH
          END-IF.
          IF WS-COPY-COUNT NOT = WS-SET-RECORDS(WS-SET-IDX)
             OR WS-COPY-HASH NOT = WS-SET-HASH(WS-SET-IDX)
          THEN
             DISPLAY "dvd-restore: " FUNCTION TRIM(WS-COPY-IN-PATH)
                " holds " WS-COPY-COUNT "/" WS-COPY-HASH
                ", manifest has " WS-SET-RECORDS(WS-SET-IDX) "/"
                WS-SET-HASH(WS-SET-IDX) " (count/hash)"
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
          END-IF.

       005-ADD-LINE.
          ADD 1 TO WS-COPY-COUNT.
          MOVE WS-COPY-IN-LINE TO WS-HASH-TEXT.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COPY-IN-LINE
             TRAILING)) TO WS-HASH-LEN.
          PERFORM 005-HASH-TEXT.
          COMPUTE WS-COPY-HASH = FUNCTION MOD(WS-COPY-HASH
             + WS-HASH-VALUE, 1000000000000000)
          END-COMPUTE.

      * Each mark in the set against its job's last registered run in
      * the set's batch-control.dat, as the jobs' rerun gates compare
      * them: a job with no registered run accepts any mark.
       001-CHECK-MARKS.
          MOVE SPACES TO WS-BATCH-CONTROL-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-SET) DELIMITED BY SIZE
                 "/batch-control.dat" DELIMITED BY SIZE
              INTO WS-BATCH-CONTROL-PATH
          END-STRING.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-JOB(WS-SET-IDX) NOT = SPACES THEN
                PERFORM 005-CHECK-ONE-MARK
             END-IF
          END-PERFORM.

       005-CHECK-ONE-MARK.
          PERFORM 005-FIND-LAST-RUN.
          IF WS-LAST-RUN-FOUND = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-SET-COPY-PATH.
          MOVE WS-SET-PATH TO WS-COPY-IN-PATH.
          PERFORM 005-MARK-COMPOSITE.
          IF WS-MARK-COMPOSITE NOT = WS-LAST-HWM-AFTER THEN
             DISPLAY "dvd-restore: " FUNCTION TRIM(WS-SET-NAME(
                WS-SET-IDX)) " holds " WS-MARK-COMPOSITE ", "
                FUNCTION TRIM(WS-SET-JOB(WS-SET-IDX))
                "'s last registered run closed at "
                WS-LAST-HWM-AFTER
             END-DISPLAY
             ADD 1 TO WS-REFUSALS
          END-IF.

      *   The newest stamp in the mark file at WS-COPY-IN-PATH, each
      *   line's last word being its stamp; zeros when there is none,
      *   which is what each job loads for a missing mark.
       005-MARK-COMPOSITE.
          MOVE "00000000000000" TO WS-MARK-COMPOSITE.
          IF WS-SET-PRESENT(WS-SET-IDX) NOT = 'Y' THEN
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT F-COPY-IN.
          IF WS-COPY-IN-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-COPY-IN
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   MOVE SPACES TO WS-MARK-TOKENS
                   UNSTRING WS-COPY-IN-LINE DELIMITED BY ALL SPACE
                      INTO WS-MARK-TOKEN(1) WS-MARK-TOKEN(2)
                           WS-MARK-TOKEN(3)
                   END-UNSTRING
                   PERFORM VARYING WS-MARK-TOKEN-IDX FROM 3 BY -1
                           UNTIL WS-MARK-TOKEN-IDX < 1
                      IF WS-MARK-TOKEN(WS-MARK-TOKEN-IDX) NOT = SPACES
                      THEN
                         IF WS-MARK-TOKEN(WS-MARK-TOKEN-IDX)(1:14)
                            IS NUMERIC
                            AND WS-MARK-TOKEN(WS-MARK-TOKEN-IDX)(1:14)
                               > WS-MARK-COMPOSITE
                         THEN
                            MOVE WS-MARK-TOKEN(WS-MARK-TOKEN-IDX)(1:14)
                               TO WS-MARK-COMPOSITE
                         END-IF
                         EXIT PERFORM
                      END-IF
                   END-PERFORM
             END-READ
          END-PERFORM.
          CLOSE F-COPY-IN.

       005-FIND-LAST-RUN.
          MOVE 'N' TO WS-LAST-RUN-FOUND.
          OPEN INPUT F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-BATCH-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-BATCH-EOF = 'Y'
             READ F-BATCH-CONTROL
                AT END
                   MOVE 'Y' TO WS-BATCH-EOF
                NOT AT END
                   IF BC-JOB = WS-SET-JOB(WS-SET-IDX) THEN
                      MOVE 'Y' TO WS-LAST-RUN-FOUND
                      MOVE BC-HWM-AFTER TO WS-LAST-HWM-AFTER
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-BATCH-CONTROL.

      * Copies each present line file to NAME.restoring beside the
      * live one, checking the count again on the way.
       001-STAGE-FILES.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-KIND(WS-SET-IDX) = 'L'
                AND WS-SET-PRESENT(WS-SET-IDX) = 'Y'
             THEN
                PERFORM 005-STAGE-ONE-FILE
             END-IF
          END-PERFORM.

       005-STAGE-ONE-FILE.
          PERFORM 005-SET-COPY-PATH.
          PERFORM 005-STAGE-PATH.
          MOVE WS-SET-PATH   TO WS-COPY-IN-PATH.
          MOVE WS-STAGE-PATH TO WS-COPY-OUT-PATH.
          OPEN INPUT F-COPY-IN.
          OPEN OUTPUT F-COPY-OUT.
          IF WS-COPY-IN-STATUS NOT = "00"
             OR WS-COPY-OUT-STATUS NOT = "00"
          THEN
             DISPLAY "dvd-restore: cannot stage "
                FUNCTION TRIM(WS-STAGE-PATH) " (status "
                WS-COPY-IN-STATUS "/" WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             PERFORM 005-DROP-STAGED
             STOP RUN RETURNING 1
          END-IF.
          MOVE 0 TO WS-COPY-COUNT WS-COPY-HASH.
          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-COPY-IN
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   IF WS-COPY-IN-STATUS = "00" THEN
                      MOVE WS-COPY-IN-LINE TO WS-COPY-OUT-LINE
                      WRITE WS-COPY-OUT-LINE
                      PERFORM 005-ADD-LINE
                   END-IF
             END-READ
             IF WS-COPY-IN-STATUS NOT = "00"
                AND WS-COPY-IN-STATUS NOT = "10"
             THEN
                DISPLAY "dvd-restore: read of "
                   FUNCTION TRIM(WS-COPY-IN-PATH) " failed (status "
                   WS-COPY-IN-STATUS "); nothing was restored"
                END-DISPLAY
                PERFORM 005-DROP-STAGED
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM.
          CLOSE F-COPY-IN.
          CLOSE F-COPY-OUT.
          IF WS-COPY-COUNT NOT = WS-SET-RECORDS(WS-SET-IDX)
             OR WS-COPY-HASH NOT = WS-SET-HASH(WS-SET-IDX)
          THEN
             DISPLAY "dvd-restore: staged copy "
                FUNCTION TRIM(WS-STAGE-PATH) " does not match the "
                "manifest; nothing was restored"
             END-DISPLAY
             PERFORM 005-DROP-STAGED
             STOP RUN RETURNING 1
          END-IF.

       005-STAGE-PATH.
          MOVE SPACES TO WS-STAGE-PATH.
          STRING FUNCTION TRIM(WS-SET-NAME(WS-SET-IDX))
                    DELIMITED BY SIZE
                 ".restoring" DELIMITED BY SIZE
              INTO WS-STAGE-PATH
          END-STRING.

      *   Clears every staged copy, leaving the live files untouched.
       005-DROP-STAGED.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             PERFORM 005-STAGE-PATH
             CALL "C$DELETE" USING WS-STAGE-PATH, 0 END-CALL
          END-PERFORM.

      * The keyed master is rebuilt from its unload, in key order.
      * The unload is opened first: OPEN OUTPUT empties the live
      * master, so it is not touched until there is something to
      * load into it.
       001-RELOAD-MASTER.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-KIND(WS-SET-IDX) = 'I' THEN
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-SET-PRESENT(WS-SET-IDX) = 'Y' THEN
             PERFORM 005-SET-COPY-PATH
             MOVE WS-SET-PATH TO WS-COPY-IN-PATH
             OPEN INPUT F-COPY-IN
             IF WS-COPY-IN-STATUS NOT = "00" THEN
                DISPLAY "dvd-restore: cannot read "
                   FUNCTION TRIM(WS-COPY-IN-PATH) " (status "
                   WS-COPY-IN-STATUS "); nothing was restored"
                END-DISPLAY
                PERFORM 005-DROP-STAGED
                STOP RUN RETURNING 1
             END-IF
          END-IF.
          OPEN OUTPUT F-HIT-MASTER.
          IF WS-HIT-MASTER-STATUS NOT = "00" THEN
             DISPLAY "dvd-restore: cannot rebuild corner-hits.idx "
                "(status " WS-HIT-MASTER-STATUS "); nothing else was "
                "restored"
             END-DISPLAY
             PERFORM 005-DROP-STAGED
             STOP RUN RETURNING 1
          END-IF.
          IF WS-SET-PRESENT(WS-SET-IDX) = 'Y' THEN
             MOVE 'N' TO WS-COPY-EOF
             PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
                READ F-COPY-IN
                   AT END
                      MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                      MOVE WS-COPY-IN-LINE TO CM-RECORD
                      WRITE CM-RECORD
                      IF WS-HIT-MASTER-STATUS NOT = "00" THEN
                         DISPLAY "dvd-restore: corner-hits.idx "
                            "reload failed at key " CM-KEY
                            " (status " WS-HIT-MASTER-STATUS "); "
                            "nothing else was restored - run "
                            "dvd-restore again"
                         END-DISPLAY
                         PERFORM 005-DROP-STAGED
                         STOP RUN RETURNING 1
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-COPY-IN
          END-IF.
          CLOSE F-HIT-MASTER.
          DISPLAY "dvd-restore: corner-hits.idx reloaded with "
             WS-SET-RECORDS(WS-SET-IDX) " record(s)"
          END-DISPLAY.

      * Staged copies renamed over the live files; files the set did
      * not have are removed.
       001-PUT-BACK.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-KIND(WS-SET-IDX) = 'L' THEN
                MOVE WS-SET-NAME(WS-SET-IDX) TO WS-LIVE-PATH
                IF WS-SET-PRESENT(WS-SET-IDX) = 'Y' THEN
                   PERFORM 005-STAGE-PATH
                   CALL "CBL_RENAME_FILE" USING WS-STAGE-PATH
                      WS-LIVE-PATH
                   END-CALL
                   IF RETURN-CODE NOT = 0 THEN
                      DISPLAY "dvd-restore: cannot put back "
                         FUNCTION TRIM(WS-LIVE-PATH) "; it is staged "
                         "as " FUNCTION TRIM(WS-STAGE-PATH)
                      END-DISPLAY
                      STOP RUN RETURNING 1
                   END-IF
                   DISPLAY "dvd-restore: " WS-SET-NAME(WS-SET-IDX)
                      " " WS-SET-RECORDS(WS-SET-IDX) " record(s)"
                   END-DISPLAY
                ELSE
                   CALL "C$DELETE" USING WS-LIVE-PATH, 0 END-CALL
                   DISPLAY "dvd-restore: " WS-SET-NAME(WS-SET-IDX)
                      " removed (not in the set)"
                   END-DISPLAY
                END-IF
             END-IF
          END-PERFORM.

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
          DISPLAY "Usage: dvd-restore --set=PATH [options...]"
          END-DISPLAY.
          DISPLAY SPACE                            END-DISPLAY.
          DISPLAY "Restores a backup set taken by dvd-backup, after "
                  "checking its manifest, every copy's record count "
                  "and hash total, and that each mark agrees with "
                  "the set's batch-control.dat. A partial or "
                  "inconsistent set is refused and nothing is put "
                  "back."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --set=PATH   the backup set directory, e.g. "
                  "backups/20261015020000."
          END-DISPLAY.
          DISPLAY "      --check-only validate the set; restore "
                  "nothing."
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
