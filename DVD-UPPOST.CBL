       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-UPPOST.
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
      * Nightly uptime posting job: pairs the consolidated session
      * records written since its last run (consolidated-session.log,
      * tracked with a high-water mark in uptime.hwm) once, and posts
      * them per host per day into the uptime master
      * (uptime-master.dat, UPTIME-MASTER-RECORD.CPY): covered
      * minutes, session count, STOP and crash-stop counts, and the
      * day's longest outage. DVD-AVAIL, DVD-WEEKLY's availability
      * section and DVD-FLTREP read the posted master and only pair
      * the unposted tail of the log themselves, so they no longer
      * re-pair years of session history on every run.
      *
      * The mark is a count of log records already posted, not a
      * timestamp: DVD-CONSOL appends each gather's batch after the
      * last, so a kiosk gathered late lands behind newer records
      * from the others, and a timestamp mark would skip it for good.
      * The count only holds while the log is append-only; a log
      * shorter than the mark is refused outright.
      *
      * Pairing follows DVD-FLTREP's rule (one pending START per
      * host+program, a STOP not NORMAL is a crash stop) and outages
      * DVD-AVAIL's (a host's STOP to its next START). Whatever is
      * still unpaired at the mark - open STARTs and each host's
      * last STOP - goes into the carry file (uptime-pending.dat,
      * UPTIME-CARRY-RECORD.CPY) for the next run to pick up.
      *
      * The consolidated log is stamped in UTC; each record is read
      * in its host's local time by the roster's time zone
      * (kiosk-roster.dat), so days, outages and the carry file are
      * all in site time, as the master always was.
      *
      * The merge of old master rows and new contributions goes
      * through one SORT keyed on host and date, the same shape as
      * DVD-POST: the input procedure releases both, the output
      * procedure control-breaks and rewrites the master under a
      * temp name before renaming it over the live one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CONSOL-SESSIONS
             ASSIGN TO "consolidated-session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-SESSIONS-STATUS.
      *   ASSIGN DYNAMIC: read the live master and carry file, write
      *   their replacements under temp names and rename them over
      *   the live ones only once complete.
          SELECT F-UPTIME-MASTER ASSIGN DYNAMIC WS-UPTIME-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-MASTER-STATUS.
          SELECT F-UPTIME-CARRY ASSIGN DYNAMIC WS-UPTIME-CARRY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-CARRY-STATUS.
      *   One line: how many consolidated-session.log records have
      *   been posted, zero-padded to 14 digits.
          SELECT F-UPTIME-HWM ASSIGN TO "uptime.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPTIME-HWM-STATUS.
      *   Shared run-accounting master; see BATCH-CONTROL-RECORD.CPY.
          SELECT F-BATCH-CONTROL ASSIGN TO "batch-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BATCH-CONTROL-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT S-POST ASSIGN TO "dvd-uppost-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CONSOL-SESSIONS.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-UPTIME-MASTER.
       COPY "UPTIME-MASTER-RECORD.CPY".
       FD F-UPTIME-CARRY.
       COPY "UPTIME-CARRY-RECORD.CPY".
       FD F-UPTIME-HWM.
       01 WS-UPTIME-HWM-LINE PIC X(14).
       FD F-BATCH-CONTROL.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
      *   One host-and-day contribution: a master row is released as
      *   it stands, a new session as one row per day it ran, a STOP
      *   or an outage as one row each.
       SD S-POST.
       01 WS-POST-RECORD.
          05 WS-POST-HOST        PIC X(20).
          05 WS-POST-DATE        PIC X(8).
          05 WS-POST-MINUTES     PIC 9(7)V99.
          05 WS-POST-SESSIONS    PIC 9(5).
          05 WS-POST-STOPS       PIC 9(5).
          05 WS-POST-CRASHES     PIC 9(5).
          05 WS-POST-OUTAGE      PIC 9(7)V99.
          05 WS-POST-OUTAGE-FROM PIC X(14).
          05 WS-POST-OUTAGE-TO   PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-UPTIME-MASTER-STATUS   PIC XX.
       01 WS-UPTIME-MASTER-PATH     PIC X(30).
       78 WS-MASTER-NAME VALUE "uptime-master.dat".
       78 WS-MASTER-TEMP-NAME VALUE "uptime-master.new".
       01 WS-MASTER-FILE      PIC X(20) VALUE WS-MASTER-NAME.
       01 WS-MASTER-TEMP-FILE PIC X(20) VALUE WS-MASTER-TEMP-NAME.
       01 WS-UPTIME-CARRY-STATUS    PIC XX.
       01 WS-UPTIME-CARRY-PATH      PIC X(30).
       78 WS-CARRY-NAME VALUE "uptime-pending.dat".
       78 WS-CARRY-TEMP-NAME VALUE "uptime-pending.new".
       01 WS-CARRY-FILE       PIC X(20) VALUE WS-CARRY-NAME.
       01 WS-CARRY-TEMP-FILE  PIC X(20) VALUE WS-CARRY-TEMP-NAME.
       01 WS-UPTIME-HWM-STATUS      PIC XX.
      *   Run-accounting state: this run's start stamp, the last
      *   registered run's closing mark, and the --force override.
       01 WS-BATCH-CONTROL-STATUS PIC XX.
       01 WS-BATCH-EOF       PIC X.
       01 WS-RUN-START-STAMP PIC X(14).
       01 WS-LAST-HWM-AFTER  PIC X(14).
       01 WS-LAST-RUN-FOUND  PIC X VALUE 'N'.
       01 WS-FORCE-GIVEN     PIC X VALUE 'N'.
       01 WS-ROWS-WRITTEN    PIC 9(9) VALUE 0.
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
      *   The high-water mark: the first WS-HWM-COUNT log records
      *   were posted by a prior run and are skipped. Kept as text
      *   groups so they compare and register like the stamp marks.
       01 WS-HWM-MARK.
          05 WS-HWM-COUNT     PIC 9(14) VALUE 0.
       01 WS-HWM-NEW-MARK.
          05 WS-HWM-NEW-COUNT PIC 9(14) VALUE 0.
       01 WS-SESSIONS-EOF PIC X.
       01 WS-MASTER-EOF   PIC X.
       01 WS-CARRY-EOF    PIC X.
       01 WS-ROSTER-EOF   PIC X.
       01 WS-SORT-EOF     PIC X.
       01 WS-NEW-RECORDS  PIC 9(9) VALUE 0.
       01 WS-NEW-SESSIONS PIC 9(9) VALUE 0.
       01 WS-CARRY-ROWS   PIC 9(5) VALUE 0.
      *   Each host's last STOP, so its next START closes an outage.
       78 WS-MAX-HOSTS VALUE 100.
       01 WS-HOST-TABLE.
          05 WS-HOST-ENTRY OCCURS WS-MAX-HOSTS TIMES.
             10 WS-HOST-TAG            PIC X(20).
             10 WS-HOST-LAST-STOP-TIME PIC X(14).
             10 WS-HOST-HAVE-STOP      PIC X.
       01 WS-HOST-COUNT PIC 999 VALUE 0.
       01 WS-HOST-FOUND PIC 999.
       01 WS-HOST-IDX   PIC 999.
       01 WS-CUR-HOST   PIC X(20).
      *   Every roster unit's time zone, retired ones too, to carry
      *   the consolidated masters' UTC stamps back to site time.
       78 WS-MAX-ZONES VALUE 100.
       01 WS-ZONE-TABLE.
          05 WS-ZONE-ENTRY OCCURS WS-MAX-ZONES TIMES.
             10 WS-ZONE-HOST   PIC X(20).
             10 WS-ZONE-OFFSET PIC X(5).
             10 WS-ZONE-RULE   PIC X(2).
       01 WS-ZONE-COUNT PIC 999 VALUE 0.
       01 WS-ZONE-IDX   PIC 999.
       COPY "TZ-CONVERT-RECORD.CPY".
      *   One pending START per host+program pair, the same pairing
      *   state DVD-FLTREP keeps.
       78 WS-MAX-PENDING VALUE 200.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
             10 WS-PENDING-HOST    PIC X(20).
             10 WS-PENDING-PROGRAM PIC X(12).
             10 WS-PENDING-TIME    PIC X(14).
       01 WS-PENDING-COUNT PIC 999 VALUE 0.
       01 WS-PENDING-FOUND PIC 999.
       01 WS-PENDING-IDX   PIC 999.
      *   The session fields peeled out of a host-stamped line.
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-REC-EVENT     PIC X(5).
       01 WS-REC-REASON    PIC X(6).
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
       01 WS-GAP-SECS   PIC S9(11).
      *   Splitting a session at midnight: the day being credited,
      *   the session's last day, and the piece inside the day.
       01 WS-DAY-JULIAN   PIC 9(9).
       01 WS-LAST-JULIAN  PIC 9(9).
       01 WS-PIECE-FROM   PIC 9(11).
       01 WS-PIECE-TO     PIC 9(11).
       01 WS-SCAN-DATE    PIC 9(8).
       01 WS-FIRST-PIECE  PIC X.
      *   Control-break accumulators for the output procedure.
       01 WS-BREAK-HOST     PIC X(20).
       01 WS-BREAK-DATE     PIC X(8).
       01 WS-BREAK-HAVE-ROW PIC X VALUE 'N'.
       01 WS-BREAK-MINUTES     PIC 9(7)V99.
       01 WS-BREAK-SESSIONS    PIC 9(5).
       01 WS-BREAK-STOPS       PIC 9(5).
       01 WS-BREAK-CRASHES     PIC 9(5).
       01 WS-BREAK-OUTAGE      PIC 9(7)V99.
       01 WS-BREAK-OUTAGE-FROM PIC X(14).
       01 WS-BREAK-OUTAGE-TO   PIC X(14).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP.
          PERFORM 001-LOAD-HWM.
          PERFORM 001-CHECK-BATCH-CONTROL.
          PERFORM 001-LOAD-CARRY.
          PERFORM 001-LOAD-ZONES.
          SORT S-POST
             ON ASCENDING KEY WS-POST-HOST WS-POST-DATE
             INPUT PROCEDURE IS 001-RELEASE-INPUTS
             OUTPUT PROCEDURE IS 001-REWRITE-MASTER.
          PERFORM 001-REWRITE-CARRY.
          PERFORM 001-SAVE-HWM.
          PERFORM 001-REGISTER-RUN.
          DISPLAY "dvd-uppost: posted " WS-NEW-SESSIONS
             " sessions from " WS-NEW-RECORDS " new records into "
             "uptime-master.dat (" WS-CARRY-ROWS " carried)"
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
          MOVE "force" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 0       TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'F'     TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-uppost -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                DISPLAY "Usage: dvd-uppost [--force]" END-DISPLAY
                DISPLAY "Posts new consolidated session records into "
                   "the per-host daily uptime master. --force "
                   "overrides the batch-control rerun check."
                END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-uppost 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                DISPLAY "GPL-3.0-or-later; see cobol-dvd-thingy -l"
                END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'F'
                MOVE 'Y' TO WS-FORCE-GIVEN
             END-EVALUATE
          END-PERFORM.

      * The rerun gate, as in DVD-POST: the mark this run loaded must
      * equal the mark the last registered run saved.
       001-CHECK-BATCH-CONTROL.
          PERFORM 001-FIND-LAST-RUN.
          IF WS-LAST-RUN-FOUND = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-HWM-MARK = WS-LAST-HWM-AFTER THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-FORCE-GIVEN = 'Y' THEN
             DISPLAY "dvd-uppost: high-water mark " WS-HWM-MARK
                " does not match the last registered run's "
                WS-LAST-HWM-AFTER "; proceeding under --force"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "dvd-uppost: REFUSED: loaded high-water mark "
             WS-HWM-MARK " does not match the last registered run's "
             "closing mark " WS-LAST-HWM-AFTER
          END-DISPLAY.
          DISPLAY "dvd-uppost: uptime.hwm was restored or edited; "
             "running now would double-post. Rerun with --force to "
             "reprocess deliberately."
          END-DISPLAY.
          STOP RUN RETURNING 1.

       001-FIND-LAST-RUN.
          OPEN INPUT F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS NOT = "00" THEN
      *      No master yet: first accounted run.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-BATCH-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-BATCH-EOF = 'Y'
             READ F-BATCH-CONTROL
                AT END
                   MOVE 'Y' TO WS-BATCH-EOF
                NOT AT END
                   IF BC-JOB = "DVD-UPPOST" THEN
                      MOVE BC-HWM-AFTER TO WS-LAST-HWM-AFTER
                      MOVE 'Y' TO WS-LAST-RUN-FOUND
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-BATCH-CONTROL.

       001-REGISTER-RUN.
          OPEN EXTEND F-BATCH-CONTROL.
          IF WS-BATCH-CONTROL-STATUS = "35" THEN
             OPEN OUTPUT F-BATCH-CONTROL
          END-IF.
          IF WS-BATCH-CONTROL-STATUS NOT = "00" THEN
             DISPLAY "dvd-uppost: cannot register this run in "
                "batch-control.dat (status " WS-BATCH-CONTROL-STATUS
                "); the next run's rerun check will misfire"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES                      TO BC-RECORD.
          MOVE "DVD-UPPOST"                TO BC-JOB.
          MOVE WS-RUN-START-STAMP          TO BC-START.
          MOVE FUNCTION CURRENT-DATE(1:14) TO BC-END.
          MOVE WS-HWM-MARK                 TO BC-HWM-BEFORE.
          MOVE WS-HWM-NEW-MARK             TO BC-HWM-AFTER.
          MOVE WS-NEW-RECORDS              TO BC-READ.
          MOVE WS-ROWS-WRITTEN             TO BC-WRITTEN.
          WRITE BC-RECORD.
          CLOSE F-BATCH-CONTROL.

       001-LOAD-HWM.
          OPEN INPUT F-UPTIME-HWM.
          IF WS-UPTIME-HWM-STATUS NOT = "00" THEN
      *      First posting run; absorb the whole current log.
             EXIT PARAGRAPH
          END-IF.
          READ F-UPTIME-HWM
             AT END CONTINUE
             NOT AT END
                IF WS-UPTIME-HWM-LINE IS NUMERIC THEN
                   MOVE WS-UPTIME-HWM-LINE TO WS-HWM-COUNT
                END-IF
          END-READ.
          CLOSE F-UPTIME-HWM.

       001-SAVE-HWM.
          OPEN OUTPUT F-UPTIME-HWM.
          IF WS-UPTIME-HWM-STATUS NOT = "00" THEN
             DISPLAY "dvd-uppost: cannot rewrite uptime.hwm (status "
                WS-UPTIME-HWM-STATUS "); next run will re-post this "
                "batch"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE WS-HWM-NEW-MARK TO WS-UPTIME-HWM-LINE.
          WRITE WS-UPTIME-HWM-LINE.
          CLOSE F-UPTIME-HWM.

      * Picks up the pairing state the last run left at its mark:
      * open STARTs back into the pending table, last STOPs back
      * onto their hosts.
       001-LOAD-CARRY.
          MOVE WS-CARRY-NAME TO WS-UPTIME-CARRY-PATH.
          OPEN INPUT F-UPTIME-CARRY.
          IF WS-UPTIME-CARRY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-CARRY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-CARRY-EOF = 'Y'
             READ F-UPTIME-CARRY
                AT END
                   MOVE 'Y' TO WS-CARRY-EOF
                NOT AT END
                   PERFORM 005-APPLY-CARRY-ROW
             END-READ
          END-PERFORM.
          CLOSE F-UPTIME-CARRY.

       005-APPLY-CARRY-ROW.
          IF UC-TIME IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE UC-HOST TO WS-CUR-HOST.
          EVALUATE UC-KIND
          WHEN 'P'
             MOVE UC-PROGRAM TO WS-REC-PROGRAM
             MOVE UC-TIME    TO WS-REC-TIMESTAMP
             PERFORM 005-ADD-PENDING
          WHEN 'S'
             PERFORM 005-FIND-HOST
             MOVE UC-TIME TO WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             MOVE 'Y'     TO WS-HOST-HAVE-STOP(WS-HOST-FOUND)
          END-EVALUATE.

      * Every roster unit's time zone; with no roster the log is
      * read as it is.
       001-LOAD-ZONES.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-ROSTER-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-ROSTER-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                   PERFORM 005-NOTE-ZONE
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * The roster record in KR-RECORD into the zone table.
       005-NOTE-ZONE.
          IF KR-HOST = SPACES OR WS-ZONE-COUNT >= WS-MAX-ZONES THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-ZONE-COUNT.
          MOVE KR-HOST       TO WS-ZONE-HOST(WS-ZONE-COUNT).
          MOVE KR-UTC-OFFSET TO WS-ZONE-OFFSET(WS-ZONE-COUNT).
          MOVE KR-DST-RULE   TO WS-ZONE-RULE(WS-ZONE-COUNT).

      * Sort input side: the existing master rows (so already-posted
      * days merge with new sessions on the same day), then every
      * log record past the high-water mark.
       001-RELEASE-INPUTS.
          MOVE WS-MASTER-NAME TO WS-UPTIME-MASTER-PATH.
          OPEN INPUT F-UPTIME-MASTER.
          IF WS-UPTIME-MASTER-STATUS = "00" THEN
             MOVE 'N' TO WS-MASTER-EOF
             PERFORM WITH TEST AFTER UNTIL WS-MASTER-EOF = 'Y'
                READ F-UPTIME-MASTER
                   AT END
                      MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                      PERFORM 005-RELEASE-MASTER-ROW
                END-READ
             END-PERFORM
             CLOSE F-UPTIME-MASTER
          END-IF.

          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS = "00" THEN
             MOVE 'N' TO WS-SESSIONS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-SESSIONS-EOF = 'Y'
                READ F-CONSOL-SESSIONS
                   AT END
                      MOVE 'Y' TO WS-SESSIONS-EOF
                   NOT AT END
                      ADD 1 TO WS-HWM-NEW-COUNT
                      IF WS-HWM-NEW-COUNT > WS-HWM-COUNT THEN
                         ADD 1 TO WS-NEW-RECORDS
                         PERFORM 005-POST-SESSION-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-CONSOL-SESSIONS
          END-IF.

      *   Fewer records than were already posted means the log was
      *   replaced or cut back; the count no longer points anywhere
      *   meaningful, and the master is left as it was.
          IF WS-HWM-NEW-COUNT < WS-HWM-COUNT THEN
             DISPLAY "dvd-uppost: consolidated-session.log holds "
                WS-HWM-NEW-COUNT " records but " WS-HWM-COUNT
                " were already posted; the log was replaced or "
                "truncated"
             END-DISPLAY
             DISPLAY "dvd-uppost: remove uptime.hwm, "
                "uptime-pending.dat and uptime-master.dat to repost "
                "from the log as it now stands"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       005-RELEASE-MASTER-ROW.
          MOVE UM-HOST            TO WS-POST-HOST.
          MOVE UM-DATE            TO WS-POST-DATE.
          MOVE UM-COVERED-MINUTES TO WS-POST-MINUTES.
          MOVE UM-SESSIONS        TO WS-POST-SESSIONS.
          MOVE UM-STOPS           TO WS-POST-STOPS.
          MOVE UM-CRASH-STOPS     TO WS-POST-CRASHES.
          MOVE UM-LONGEST-OUTAGE  TO WS-POST-OUTAGE.
          MOVE UM-OUTAGE-FROM     TO WS-POST-OUTAGE-FROM.
          MOVE UM-OUTAGE-TO       TO WS-POST-OUTAGE-TO.
          RELEASE WS-POST-RECORD.

      * One host-stamped SESSION-LOG-RECORD line, the field offsets
      * DVD-FLTREP reads. A START closes the host's outage and opens
      * a pairing; a STOP counts, closes its pairing and arms the
      * next outage.
       005-POST-SESSION-LINE.
          IF WS-CONSOL-SESSIONS-LINE(22:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          MOVE WS-CONSOL-SESSIONS-LINE(56:6)  TO WS-REC-REASON.
          PERFORM 005-FIND-HOST.

          EVALUATE FUNCTION TRIM(WS-REC-EVENT)
          WHEN "START"
             PERFORM 005-RELEASE-OUTAGE
             PERFORM 005-FIND-PENDING
             IF WS-PENDING-FOUND > 0 THEN
      *         A second START before any STOP: the earlier session
      *         crashed; the new START takes the slot.
                MOVE WS-REC-TIMESTAMP
                   TO WS-PENDING-TIME(WS-PENDING-FOUND)
             ELSE
                PERFORM 005-ADD-PENDING
             END-IF
          WHEN "STOP"
             PERFORM 005-RELEASE-STOP
             PERFORM 005-FIND-PENDING
             IF WS-PENDING-FOUND > 0 THEN
                PERFORM 005-RELEASE-SESSION
                MOVE WS-PENDING-ENTRY(WS-PENDING-COUNT)
                   TO WS-PENDING-ENTRY(WS-PENDING-FOUND)
                SUBTRACT 1 FROM WS-PENDING-COUNT
             END-IF
             MOVE WS-REC-TIMESTAMP
                TO WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             MOVE 'Y' TO WS-HOST-HAVE-STOP(WS-HOST-FOUND)
          END-EVALUATE.

      * The consolidated masters are stamped in UTC (DVD-CONSOL.CBL):
      * WS-REC-TIMESTAMP goes back to the local time of WS-CUR-HOST's
      * site, by its roster time zone (TZ-CONVERT.CBL), before
      * anything here reads it. A host with no zone is left as it is.
       005-TO-SITE-TIME.
          MOVE 'L'    TO TC-DIRECTION.
          MOVE SPACES TO TC-UTC-OFFSET TC-DST-RULE.
          PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-HOST(WS-ZONE-IDX) = WS-CUR-HOST THEN
                MOVE WS-ZONE-OFFSET(WS-ZONE-IDX) TO TC-UTC-OFFSET
                MOVE WS-ZONE-RULE(WS-ZONE-IDX)   TO TC-DST-RULE
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE WS-REC-TIMESTAMP TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT TO WS-REC-TIMESTAMP.

      * A START after a recorded STOP: the gap between them is an
      * outage, posted to the day the START falls on.
       005-RELEASE-OUTAGE.
          IF WS-HOST-HAVE-STOP(WS-HOST-FOUND) = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-HOST-HAVE-STOP(WS-HOST-FOUND).
          MOVE WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-STOP-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          COMPUTE WS-GAP-SECS = WS-CONV-SECS - WS-STOP-SECS
          END-COMPUTE.
          IF WS-GAP-SECS <= 0 THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-CLEAR-POST-RECORD.
          MOVE WS-REC-TIMESTAMP(1:8) TO WS-POST-DATE.
          COMPUTE WS-POST-OUTAGE ROUNDED = WS-GAP-SECS / 60
          END-COMPUTE.
          MOVE WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             TO WS-POST-OUTAGE-FROM.
          MOVE WS-REC-TIMESTAMP TO WS-POST-OUTAGE-TO.
          RELEASE WS-POST-RECORD.

      * Every STOP counts on its own day, paired or not, and one
      * whose reason is not NORMAL is a crash stop.
       005-RELEASE-STOP.
          PERFORM 005-CLEAR-POST-RECORD.
          MOVE WS-REC-TIMESTAMP(1:8) TO WS-POST-DATE.
          MOVE 1 TO WS-POST-STOPS.
          IF FUNCTION TRIM(WS-REC-REASON) NOT = "NORMAL" THEN
             MOVE 1 TO WS-POST-CRASHES
          END-IF.
          RELEASE WS-POST-RECORD.

      * A paired session: one contribution per day it ran, carrying
      * the minutes inside that day; the first one also carries the
      * session itself.
       005-RELEASE-SESSION.
          MOVE WS-PENDING-TIME(WS-PENDING-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-START-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-STOP-SECS.
          IF WS-STOP-SECS < WS-START-SECS THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-NEW-SESSIONS.
          COMPUTE WS-DAY-JULIAN = WS-START-SECS / 86400 END-COMPUTE.
          IF WS-STOP-SECS > WS-START-SECS THEN
             COMPUTE WS-LAST-JULIAN = (WS-STOP-SECS - 1) / 86400
             END-COMPUTE
          ELSE
             MOVE WS-DAY-JULIAN TO WS-LAST-JULIAN
          END-IF.
          MOVE 'Y' TO WS-FIRST-PIECE.
          PERFORM UNTIL WS-DAY-JULIAN > WS-LAST-JULIAN
             PERFORM 005-RELEASE-SESSION-DAY
             ADD 1 TO WS-DAY-JULIAN
          END-PERFORM.

       005-RELEASE-SESSION-DAY.
          COMPUTE WS-PIECE-FROM = WS-DAY-JULIAN * 86400 END-COMPUTE.
          COMPUTE WS-PIECE-TO = WS-PIECE-FROM + 86400 END-COMPUTE.
          IF WS-START-SECS > WS-PIECE-FROM THEN
             MOVE WS-START-SECS TO WS-PIECE-FROM
          END-IF.
          IF WS-STOP-SECS < WS-PIECE-TO THEN
             MOVE WS-STOP-SECS TO WS-PIECE-TO
          END-IF.
          PERFORM 005-CLEAR-POST-RECORD.
          COMPUTE WS-SCAN-DATE =
             FUNCTION DATE-OF-INTEGER(WS-DAY-JULIAN)
          END-COMPUTE.
          MOVE WS-SCAN-DATE TO WS-POST-DATE.
          COMPUTE WS-POST-MINUTES ROUNDED =
             (WS-PIECE-TO - WS-PIECE-FROM) / 60
          END-COMPUTE.
          IF WS-FIRST-PIECE = 'Y' THEN
             MOVE 1 TO WS-POST-SESSIONS
             MOVE 'N' TO WS-FIRST-PIECE
          END-IF.
          RELEASE WS-POST-RECORD.

       005-CLEAR-POST-RECORD.
          MOVE WS-CUR-HOST TO WS-POST-HOST.
          MOVE SPACES TO WS-POST-DATE.
          MOVE 0 TO WS-POST-MINUTES WS-POST-SESSIONS WS-POST-STOPS
                    WS-POST-CRASHES WS-POST-OUTAGE.
          MOVE SPACES TO WS-POST-OUTAGE-FROM WS-POST-OUTAGE-TO.

      * Sort output side: one control break per host and date,
      * summing the counts and keeping the longest outage. The
      * replacement is built under the temp name and only renamed
      * over the live master once it closed cleanly.
       001-REWRITE-MASTER.
          MOVE WS-MASTER-TEMP-NAME TO WS-UPTIME-MASTER-PATH.
          OPEN OUTPUT F-UPTIME-MASTER.
          IF WS-UPTIME-MASTER-STATUS NOT = "00" THEN
             DISPLAY "dvd-uppost: cannot write " WS-MASTER-TEMP-NAME
                " (status " WS-UPTIME-MASTER-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-BREAK-HAVE-ROW.
          MOVE 'N' TO WS-SORT-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-SORT-EOF = 'Y'
             RETURN S-POST
                AT END
                   MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   PERFORM 005-ACCUMULATE-RETURNED-ROW
             END-RETURN
          END-PERFORM.
          IF WS-BREAK-HAVE-ROW = 'Y' THEN
             PERFORM 005-WRITE-MASTER-ROW
          END-IF.
          CLOSE F-UPTIME-MASTER.
          CALL "CBL_RENAME_FILE" USING WS-MASTER-TEMP-FILE
             WS-MASTER-FILE
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-uppost: cannot rename " WS-MASTER-TEMP-NAME
                " over " WS-MASTER-NAME "; master left untouched"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       005-ACCUMULATE-RETURNED-ROW.
          IF WS-BREAK-HAVE-ROW = 'Y'
             AND (WS-POST-HOST NOT = WS-BREAK-HOST
                  OR WS-POST-DATE NOT = WS-BREAK-DATE)
          THEN
             PERFORM 005-WRITE-MASTER-ROW
             MOVE 'N' TO WS-BREAK-HAVE-ROW
          END-IF.
          IF WS-BREAK-HAVE-ROW = 'N' THEN
             MOVE WS-POST-HOST TO WS-BREAK-HOST
             MOVE WS-POST-DATE TO WS-BREAK-DATE
             MOVE 0 TO WS-BREAK-MINUTES WS-BREAK-SESSIONS
                       WS-BREAK-STOPS WS-BREAK-CRASHES
                       WS-BREAK-OUTAGE
             MOVE SPACES TO WS-BREAK-OUTAGE-FROM WS-BREAK-OUTAGE-TO
             MOVE 'Y' TO WS-BREAK-HAVE-ROW
          END-IF.
          ADD WS-POST-MINUTES  TO WS-BREAK-MINUTES.
          ADD WS-POST-SESSIONS TO WS-BREAK-SESSIONS.
          ADD WS-POST-STOPS    TO WS-BREAK-STOPS.
          ADD WS-POST-CRASHES  TO WS-BREAK-CRASHES.
          IF WS-POST-OUTAGE > WS-BREAK-OUTAGE THEN
             MOVE WS-POST-OUTAGE      TO WS-BREAK-OUTAGE
             MOVE WS-POST-OUTAGE-FROM TO WS-BREAK-OUTAGE-FROM
             MOVE WS-POST-OUTAGE-TO   TO WS-BREAK-OUTAGE-TO
          END-IF.

       005-WRITE-MASTER-ROW.
          MOVE SPACES               TO UM-RECORD.
          MOVE WS-BREAK-HOST        TO UM-HOST.
          MOVE WS-BREAK-DATE        TO UM-DATE.
          MOVE WS-BREAK-MINUTES     TO UM-COVERED-MINUTES.
          MOVE WS-BREAK-SESSIONS    TO UM-SESSIONS.
          MOVE WS-BREAK-STOPS       TO UM-STOPS.
          MOVE WS-BREAK-CRASHES     TO UM-CRASH-STOPS.
          MOVE WS-BREAK-OUTAGE      TO UM-LONGEST-OUTAGE.
          MOVE WS-BREAK-OUTAGE-FROM TO UM-OUTAGE-FROM.
          MOVE WS-BREAK-OUTAGE-TO   TO UM-OUTAGE-TO.
          WRITE UM-RECORD.
          ADD 1 TO WS-ROWS-WRITTEN.

      * Writes what is still unpaired at the new mark - open STARTs,
      * then each host's unanswered last STOP - under the temp name,
      * renamed over the live carry file once complete.
       001-REWRITE-CARRY.
          MOVE WS-CARRY-TEMP-NAME TO WS-UPTIME-CARRY-PATH.
          OPEN OUTPUT F-UPTIME-CARRY.
          IF WS-UPTIME-CARRY-STATUS NOT = "00" THEN
             DISPLAY "dvd-uppost: cannot write " WS-CARRY-TEMP-NAME
                " (status " WS-UPTIME-CARRY-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
             MOVE SPACES TO UC-RECORD
             MOVE 'P' TO UC-KIND
             MOVE WS-PENDING-HOST(WS-PENDING-IDX)    TO UC-HOST
             MOVE WS-PENDING-PROGRAM(WS-PENDING-IDX) TO UC-PROGRAM
             MOVE WS-PENDING-TIME(WS-PENDING-IDX)    TO UC-TIME
             WRITE UC-RECORD
             ADD 1 TO WS-CARRY-ROWS
          END-PERFORM.
          PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                  UNTIL WS-HOST-IDX > WS-HOST-COUNT
             IF WS-HOST-HAVE-STOP(WS-HOST-IDX) = 'Y' THEN
                MOVE SPACES TO UC-RECORD
                MOVE 'S' TO UC-KIND
                MOVE WS-HOST-TAG(WS-HOST-IDX) TO UC-HOST
                MOVE WS-HOST-LAST-STOP-TIME(WS-HOST-IDX) TO UC-TIME
                WRITE UC-RECORD
                ADD 1 TO WS-CARRY-ROWS
             END-IF
          END-PERFORM.
          CLOSE F-UPTIME-CARRY.
          CALL "CBL_RENAME_FILE" USING WS-CARRY-TEMP-FILE
             WS-CARRY-FILE
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-uppost: cannot rename " WS-CARRY-TEMP-NAME
                " over " WS-CARRY-NAME "; the next run will pair "
                "against stale state"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * Locates (creating if first sight) WS-CUR-HOST's table row.
       005-FIND-HOST.
          MOVE 0 TO WS-HOST-FOUND.
          PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                  UNTIL WS-HOST-IDX > WS-HOST-COUNT
             IF WS-HOST-TAG(WS-HOST-IDX) = WS-CUR-HOST THEN
                MOVE WS-HOST-IDX TO WS-HOST-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HOST-FOUND = 0 THEN
             IF WS-HOST-COUNT >= WS-MAX-HOSTS THEN
                DISPLAY "dvd-uppost: more than " WS-MAX-HOSTS
                   " hosts; aborting rather than dropping one"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-HOST-COUNT
             MOVE WS-HOST-COUNT TO WS-HOST-FOUND
             MOVE WS-CUR-HOST TO WS-HOST-TAG(WS-HOST-FOUND)
             MOVE SPACES TO WS-HOST-LAST-STOP-TIME(WS-HOST-FOUND)
             MOVE 'N' TO WS-HOST-HAVE-STOP(WS-HOST-FOUND)
          END-IF.

       005-FIND-PENDING.
          MOVE 0 TO WS-PENDING-FOUND.
          PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                  UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
             IF WS-PENDING-HOST(WS-PENDING-IDX) = WS-CUR-HOST
                AND WS-PENDING-PROGRAM(WS-PENDING-IDX)
                   = WS-REC-PROGRAM
             THEN
                MOVE WS-PENDING-IDX TO WS-PENDING-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.

       005-ADD-PENDING.
          IF WS-PENDING-COUNT >= WS-MAX-PENDING THEN
             DISPLAY "dvd-uppost: more than " WS-MAX-PENDING
                " host/program pairs pending; aborting rather "
                "than dropping sessions"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-PENDING-COUNT.
          MOVE WS-CUR-HOST      TO WS-PENDING-HOST(WS-PENDING-COUNT).
          MOVE WS-REC-PROGRAM   TO WS-PENDING-PROGRAM(WS-PENDING-COUNT).
          MOVE WS-REC-TIMESTAMP TO WS-PENDING-TIME(WS-PENDING-COUNT).

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
