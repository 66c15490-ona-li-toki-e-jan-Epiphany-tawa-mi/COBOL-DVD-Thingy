       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-BACKUP.
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
      * Point-in-time backup of the masters and the control files
      * that have to travel with them: daily-summary.dat,
      * monthly-summary.dat, yearly-summary.dat, corner-hits.idx,
      * kiosk-roster.dat, alert-state.dat, batch-control.dat, the
      * consolidated logs with the consolidation.tz that says they
      * are in UTC, DVD-UPPOST's uptime-master.dat and
      * uptime-pending.dat, and the posting.hwm, ops-extract.hwm,
      * consolidation.hwm and uptime.hwm marks are copied together
      * into one dated set, --dir/YYYYMMDDHHMMSS/, so a master never
      * comes back without the mark that says how far it was
      * posted, nor a mark without the run accounting that
      * DVD-POST, DVD-EXTRACT, DVD-CONSOL and DVD-UPPOST check it
      * against.
      *
      * The keyed master is unloaded in key order into a line file
      * (corner-hits.idx.unl, CORNER-HIT-MASTER-RECORD.CPY per line)
      * that DVD-RESTORE loads back; every other file is copied line
      * for line. The set's manifest (backup.manifest,
      * BACKUP-MANIFEST-RECORD.CPY) lists each file's record count and
      * hash total and is written last, so a set whose run died part
      * way has no manifest and is refused by DVD-RESTORE.
      *
      * Before the manifest is written each mark copied is checked
      * against the last run batch-control.dat registers for its job,
      * the same comparison the jobs' rerun gates make. A set taken
      * while those disagree (a job mid-run, or a mark already out of
      * step) could never be restored, so the run fails without a
      * manifest rather than leave a set that only looks usable.
      *
      * Run it from the directory holding the masters, between
      * batch runs.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   One generic reader/writer pair reused for every file; the
      *   paths are set per copy.
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
      *   The set's copy of batch-control.dat, read for the marks
      *   check.
          SELECT F-BATCH-CONTROL ASSIGN DYNAMIC WS-BATCH-CONTROL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT F-MANIFEST ASSIGN DYNAMIC WS-MANIFEST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *   Generic text lines, copied verbatim. The widest record in
      *   the set is yearly-summary.dat's at 548 bytes; a longer line
      *   fails the copy (005-COPY-READ-FAILED) rather than being
      *   split in two.
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
      *   Where the dated sets are kept; --dir=PATH.
       01 WS-CONFIG-DIR PIC X(200) VALUE "backups".
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
      *   The files a set carries, in manifest order: the name, how
      *   it is copied (L line for line, I unloaded from the keyed
      *   master), and for a mark the job whose batch-control runs it
      *   must agree with. DVD-RESTORE holds the same table.
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
      *   What each copy came to, for the manifest.
       01 WS-SET-RESULTS.
          05 WS-SET-RESULT OCCURS 17 TIMES.
             10 WS-SET-PRESENT PIC X.
             10 WS-SET-RECORDS PIC 9(9).
             10 WS-SET-HASH    PIC 9(15).
       01 WS-STAMP      PIC X(14).
       01 WS-SET-DIR    PIC X(255).
       01 WS-TOTAL-HASH PIC 9(15).
      *   One copy's outcome: Y copied, M no such file.
       01 WS-COPY-RESULT PIC X.
       01 WS-COPY-COUNT  PIC 9(9).
       01 WS-COPY-HASH   PIC 9(15).
      *   Marks check: the newest stamp in a mark file, and the last
      *   registered closing mark of its job.
       01 WS-MARK-COMPOSITE PIC X(14).
       01 WS-MARK-TOKENS.
          05 WS-MARK-TOKEN OCCURS 3 TIMES PIC X(20).
       01 WS-MARK-TOKEN-IDX PIC 9.
       01 WS-LAST-RUN-FOUND PIC X.
       01 WS-LAST-HWM-AFTER PIC X(14).
       01 WS-MARKS-BAD      PIC 9 VALUE 0.
      *   005-HASH-TEXT, the same routine DVD-RESTORE checks with.
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
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

      *   The parent may well exist already; the set itself must not.
          CALL "CBL_CREATE_DIR" USING WS-CONFIG-DIR END-CALL.
          MOVE SPACES TO WS-SET-DIR.
          STRING FUNCTION TRIM(WS-CONFIG-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-STAMP DELIMITED BY SIZE
              INTO WS-SET-DIR
          END-STRING.
          CALL "CBL_CREATE_DIR" USING WS-SET-DIR END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-backup: cannot create backup set "
                FUNCTION TRIM(WS-SET-DIR)
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
             IF WS-SET-KIND(WS-SET-IDX) = 'I' THEN
                PERFORM 005-UNLOAD-MASTER
             ELSE
                PERFORM 005-COPY-SET-FILE
             END-IF
             IF WS-COPY-RESULT = 'M' THEN
                MOVE 'N' TO WS-SET-PRESENT(WS-SET-IDX)
             ELSE
                MOVE 'Y' TO WS-SET-PRESENT(WS-SET-IDX)
             END-IF
             MOVE WS-COPY-COUNT TO WS-SET-RECORDS(WS-SET-IDX)
             MOVE WS-COPY-HASH  TO WS-SET-HASH(WS-SET-IDX)
          END-PERFORM.

          PERFORM 001-CHECK-MARKS.
          IF WS-MARKS-BAD = 1 THEN
             DISPLAY "dvd-backup: marks and batch-control.dat "
                "disagree; no manifest written, so "
                FUNCTION TRIM(WS-SET-DIR) " cannot be restored"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          PERFORM 001-WRITE-MANIFEST.
          DISPLAY "dvd-backup: backup set " FUNCTION TRIM(WS-SET-DIR)
             " complete"
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

      *   Long-only option below has no short equivalent, so its
      *   return character is not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "dir" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1     TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'D'   TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-backup -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-backup 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'D'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-DIR
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      *   A line file into the set under its own name.
       005-COPY-SET-FILE.
          MOVE WS-SET-NAME(WS-SET-IDX) TO WS-COPY-IN-PATH.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-SET-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-NAME(WS-SET-IDX))
                    DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 0 TO WS-COPY-COUNT WS-COPY-HASH.
          OPEN INPUT F-COPY-IN.
          IF WS-COPY-IN-STATUS = "35" THEN
             MOVE 'M' TO WS-COPY-RESULT
             EXIT PARAGRAPH
          END-IF.
          IF WS-COPY-IN-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: cannot read "
                FUNCTION TRIM(WS-COPY-IN-PATH) " (status "
                WS-COPY-IN-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 005-OPEN-SET-COPY.
          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-COPY-IN
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   IF WS-COPY-IN-STATUS = "00" THEN
                      MOVE WS-COPY-IN-LINE TO WS-COPY-OUT-LINE
                      PERFORM 005-WRITE-SET-LINE
                   END-IF
             END-READ
             IF WS-COPY-IN-STATUS NOT = "00"
                AND WS-COPY-IN-STATUS NOT = "10"
             THEN
                PERFORM 005-COPY-READ-FAILED
             END-IF
          END-PERFORM.
          CLOSE F-COPY-IN.
          CLOSE F-COPY-OUT.
          MOVE 'Y' TO WS-COPY-RESULT.

      *   A short or failed read (04/06: a line wider than the copy
      *   buffer) would put a different file in the set than the one
      *   on disk, so the set is left without a manifest.
       005-COPY-READ-FAILED.
          DISPLAY "dvd-backup: read of "
             FUNCTION TRIM(WS-COPY-IN-PATH) " failed (status "
             WS-COPY-IN-STATUS "); the set has no manifest"
          END-DISPLAY.
          STOP RUN RETURNING 1.

      *   The keyed master, read through in key order, one record
      *   per line of corner-hits.idx.unl.
       005-UNLOAD-MASTER.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-SET-DIR) DELIMITED BY SIZE
                 "/corner-hits.idx.unl" DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 0 TO WS-COPY-COUNT WS-COPY-HASH.
          OPEN INPUT F-HIT-MASTER.
          IF WS-HIT-MASTER-STATUS = "35" THEN
             MOVE 'M' TO WS-COPY-RESULT
             EXIT PARAGRAPH
          END-IF.
          IF WS-HIT-MASTER-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: cannot read corner-hits.idx "
                "(status " WS-HIT-MASTER-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 005-OPEN-SET-COPY.
          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-HIT-MASTER NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   MOVE SPACES    TO WS-COPY-OUT-LINE
                   MOVE CM-RECORD TO WS-COPY-OUT-LINE
                   PERFORM 005-WRITE-SET-LINE
             END-READ
          END-PERFORM.
          CLOSE F-HIT-MASTER.
          CLOSE F-COPY-OUT.
          MOVE 'Y' TO WS-COPY-RESULT.

       005-OPEN-SET-COPY.
          OPEN OUTPUT F-COPY-OUT.
          IF WS-COPY-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: cannot write "
                FUNCTION TRIM(WS-COPY-OUT-PATH) " (status "
                WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       005-WRITE-SET-LINE.
          WRITE WS-COPY-OUT-LINE.
          IF WS-COPY-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: write to "
                FUNCTION TRIM(WS-COPY-OUT-PATH) " failed (status "
                WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-COPY-COUNT.
          MOVE WS-COPY-OUT-LINE TO WS-HASH-TEXT.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COPY-OUT-LINE
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
          STRING FUNCTION TRIM(WS-SET-DIR) DELIMITED BY SIZE
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
          MOVE SPACES TO WS-COPY-IN-PATH.
          STRING FUNCTION TRIM(WS-SET-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SET-NAME(WS-SET-IDX))
                    DELIMITED BY SIZE
              INTO WS-COPY-IN-PATH
          END-STRING.
          PERFORM 005-MARK-COMPOSITE.
          IF WS-MARK-COMPOSITE NOT = WS-LAST-HWM-AFTER THEN
             DISPLAY "dvd-backup: " FUNCTION TRIM(WS-SET-NAME(
                WS-SET-IDX)) " holds " WS-MARK-COMPOSITE ", "
                FUNCTION TRIM(WS-SET-JOB(WS-SET-IDX))
                "'s last registered run closed at "
                WS-LAST-HWM-AFTER
             END-DISPLAY
             MOVE 1 TO WS-MARKS-BAD
          END-IF.

      *   The newest stamp in the mark file at WS-COPY-IN-PATH, each
      *   line's last word being its stamp (posting.hwm has only the
      *   stamp, ops-extract.hwm a stream first, consolidation.hwm a
      *   host and a stream; uptime.hwm holds a 14-digit record
      *   count, compared the same way); zeros when there is none,
      *   which is what each job loads for a missing mark.
       005-MARK-COMPOSITE.
          MOVE "00000000000000" TO WS-MARK-COMPOSITE.
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

       001-WRITE-MANIFEST.
          MOVE SPACES TO WS-MANIFEST-PATH.
          STRING FUNCTION TRIM(WS-SET-DIR) DELIMITED BY SIZE
                 "/backup.manifest" DELIMITED BY SIZE
              INTO WS-MANIFEST-PATH
          END-STRING.
          OPEN OUTPUT F-MANIFEST.
          IF WS-MANIFEST-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: cannot write "
                FUNCTION TRIM(WS-MANIFEST-PATH) " (status "
                WS-MANIFEST-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 0 TO WS-TOTAL-HASH.
          PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                  UNTIL WS-SET-IDX > WS-SET-COUNT
      *      MOVE SPACES TO BM-RECORD first: the FILLERs between
      *      fields of an FD record do not take their VALUE clauses.
             MOVE SPACES                     TO BM-RECORD
             MOVE WS-SET-NAME(WS-SET-IDX)    TO BM-FILE
             MOVE WS-SET-PRESENT(WS-SET-IDX) TO BM-PRESENT
             MOVE WS-SET-RECORDS(WS-SET-IDX) TO BM-RECORDS
             MOVE WS-SET-HASH(WS-SET-IDX)    TO BM-HASH
             MOVE WS-STAMP                   TO BM-TAKEN
             WRITE BM-RECORD
             COMPUTE WS-TOTAL-HASH = FUNCTION MOD(WS-TOTAL-HASH
                + WS-SET-HASH(WS-SET-IDX), 1000000000000000)
             END-COMPUTE
             DISPLAY "dvd-backup: " BM-FILE " "
                WS-SET-RECORDS(WS-SET-IDX) " record(s)"
             END-DISPLAY
          END-PERFORM.
          MOVE SPACES        TO BM-RECORD.
          MOVE "*TOTAL*"     TO BM-FILE.
          MOVE WS-SET-COUNT  TO BM-RECORDS.
          MOVE WS-TOTAL-HASH TO BM-HASH.
          MOVE WS-STAMP      TO BM-TAKEN.
          WRITE BM-RECORD.
          IF WS-MANIFEST-STATUS NOT = "00" THEN
             DISPLAY "dvd-backup: write to "
                FUNCTION TRIM(WS-MANIFEST-PATH) " failed (status "
                WS-MANIFEST-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          CLOSE F-MANIFEST.

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
          DISPLAY "Usage: dvd-backup [options...]" END-DISPLAY.
          DISPLAY SPACE                            END-DISPLAY.
          DISPLAY "Copies the masters and their control files "
                  "(daily-summary.dat, monthly-summary.dat, "
                  "yearly-summary.dat, "
                  "corner-hits.idx, kiosk-roster.dat, "
                  "alert-state.dat, batch-control.dat, posting.hwm, "
                  "ops-extract.hwm, consolidation.hwm, the "
                  "consolidated-corner-hits.log, "
                  "consolidated-session.log and "
                  "consolidated-proof-of-play.log logs, "
                  "consolidation.tz, uptime-master.dat, "
                  "uptime-pending.dat, uptime.hwm) together into "
                  "one dated backup set with a manifest of record "
                  "counts and hash totals. Restore a set with "
                  "dvd-restore."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --dir=PATH   directory the dated sets are "
                  "kept under (default: backups)."
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
