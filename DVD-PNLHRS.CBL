       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-PNLHRS.
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
      * Nightly panel on-hours posting: adds each host's covered
      * hours from consolidated-session.log - the START/STOP pairs,
      * paired per host and program the way DVD-AVAIL pairs them -
      * to the display panel installed on that host on that day
      * (panel-assets.dat, PANEL-ASSET-RECORD.CPY), so a panel's
      * burn-in hours follow the panel and not the host.
      *
      * Each panel remembers the last day posted to it (PA-POSTED-
      * THRU); a run posts the days after that, from the day the
      * panel went in, up to --through (yesterday by default) or the
      * day before it came out. Sessions only reach the consolidated
      * log when DVD-CONSOL gathers them, so a host's days are only
      * posted up to the day before its newest consolidated session
      * record (the "session" mark in consolidation.hwm): a day not
      * yet gathered waits for a later run instead of being posted
      * as zero. Rerunning the job therefore never counts a day
      * twice and never loses one.
      *
      * A START still unpaired when the log runs out is a session
      * still running at its host's mark, and is credited up to the
      * mark: the span it is clipped to ends before the mark's day,
      * so every second credited is known screen-on time. The log is
      * append-only and read whole every run, so the next run pairs
      * the START with its STOP again and credits only the days
      * after this run's span - nothing is carried, nothing counted
      * twice, and an overnight session is not dropped at the
      * posting line.
      *
      * The consolidated log is stamped in UTC; each session is read
      * in its host's local time by the roster's time zone
      * (kiosk-roster.dat), so a panel's day is the site's day.
      *
      * The master is rewritten under a temp name and renamed over
      * the live one only when complete, as DVD-POST does for the
      * daily summary.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CONSOL-SESSIONS
             ASSIGN TO "consolidated-session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-SESSIONS-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      *   Per-host/per-stream marks DVD-CONSOL keeps:
      *   "HOST STREAM YYYYMMDDHHMMSS", one line each.
          SELECT F-HWM ASSIGN TO "consolidation.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HWM-STATUS.
      *   ASSIGN DYNAMIC: read from the live master, write the
      *   replacement under a temp name.
          SELECT F-PANEL-ASSETS ASSIGN DYNAMIC WS-PANEL-ASSETS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PANEL-ASSETS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CONSOL-SESSIONS.
       01 WS-CONSOL-SESSIONS-LINE PIC X(230).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-HWM.
       01 WS-HWM-LINE PIC X(60).
       FD F-PANEL-ASSETS.
       COPY "PANEL-ASSET-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-HWM-STATUS             PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-PANEL-ASSETS-STATUS    PIC XX.
       01 WS-PANEL-ASSETS-PATH      PIC X(20).
       78 WS-MASTER-NAME VALUE "panel-assets.dat".
       78 WS-MASTER-TEMP-NAME VALUE "panel-assets.new".
       01 WS-MASTER-FILE      PIC X(20) VALUE WS-MASTER-NAME.
       01 WS-MASTER-TEMP-FILE PIC X(20) VALUE WS-MASTER-TEMP-NAME.
       01 WS-EOF PIC X.
      *   The last day to post; --through=YYYYMMDD, default
      *   yesterday.
       01 WS-CONFIG-THROUGH PIC X(8) VALUE SPACES.
       01 WS-THROUGH-DATE   PIC 9(8).
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
      *   The newest consolidated session record per host.
       78 WS-MAX-HWM VALUE 100.
       01 WS-HWM-TABLE.
          05 WS-HWM-ENTRY OCCURS WS-MAX-HWM TIMES.
             10 WS-HWM-HOST PIC X(20).
             10 WS-HWM-TIME PIC X(14).
       01 WS-HWM-COUNT PIC 999 VALUE 0.
       01 WS-HWM-IDX   PIC 999.
       01 WS-HWM-FOUND PIC 999.
       01 WS-HWM-IN-HOST   PIC X(20).
       01 WS-HWM-IN-STREAM PIC X(12).
       01 WS-HWM-IN-TIME   PIC X(14).
      *   The whole master, one record image per entry, and beside
      *   each the span of days this run posts to it (0 when none)
      *   and the covered seconds found inside that span.
       78 WS-MAX-PANELS VALUE 2000.
       01 WS-PANEL-TABLE.
          05 WS-PANEL-ENTRY PIC X(94) OCCURS WS-MAX-PANELS TIMES.
       01 WS-SPAN-TABLE.
          05 WS-SPAN-ENTRY OCCURS WS-MAX-PANELS TIMES.
             10 WS-SPAN-HOST      PIC X(20).
             10 WS-SPAN-TO-DATE   PIC 9(8).
             10 WS-SPAN-FROM-SECS PIC 9(11).
             10 WS-SPAN-TO-SECS   PIC 9(11).
             10 WS-SPAN-COVERED   PIC 9(11).
       01 WS-PANEL-COUNT PIC 9(4) VALUE 0.
       01 WS-PANEL-IDX   PIC 9(4).
       01 WS-PANELS-POSTED PIC 9(4) VALUE 0.
       01 WS-FROM-DATE  PIC 9(8).
       01 WS-TO-DATE    PIC 9(8).
       01 WS-LIMIT-DATE PIC 9(8).
      *   One pending START per host+program pair.
       78 WS-MAX-PENDING VALUE 200.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
             10 WS-PENDING-HOST    PIC X(20).
             10 WS-PENDING-PROGRAM PIC X(12).
             10 WS-PENDING-TIME    PIC X(14).
       01 WS-PENDING-COUNT PIC 999 VALUE 0.
       01 WS-PENDING-FOUND PIC 999.
       01 WS-PENDING-IDX   PIC 999.
       01 WS-CUR-HOST      PIC X(20).
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
       01 WS-REC-TIMESTAMP PIC X(14).
       01 WS-REC-PROGRAM   PIC X(12).
       01 WS-REC-EVENT     PIC X(5).
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
       01 WS-CLIP-START PIC 9(11).
       01 WS-CLIP-STOP  PIC 9(11).
       01 WS-ADD-HOURS  PIC 9(7)V99.
       01 WS-HOURS-DISPLAY PIC Z(6)9.99.
       01 WS-TOTAL-DISPLAY PIC Z(6)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          IF WS-CONFIG-THROUGH = SPACES THEN
             COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
             END-COMPUTE
          ELSE
             MOVE WS-CONFIG-THROUGH TO WS-THROUGH-DATE
          END-IF.

          PERFORM 001-LOAD-HWM.
          PERFORM 001-LOAD-PANELS.
          PERFORM 001-PLAN-SPANS.
          IF WS-PANELS-POSTED = 0 THEN
             DISPLAY "dvd-pnlhrs: nothing to post through "
                WS-THROUGH-DATE
             END-DISPLAY
             STOP RUN RETURNING 0
          END-IF.
          PERFORM 001-LOAD-ZONES.
          PERFORM 001-READ-SESSIONS.
          PERFORM 001-POST-SPANS.
          PERFORM 001-SAVE-PANELS.
          DISPLAY "dvd-pnlhrs: posted " WS-PANELS-POSTED
             " panel(s) through " WS-THROUGH-DATE
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

      *   Long-only option below has no short equivalent, so its return
      *   character is not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "through" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1         TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'T'       TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-pnlhrs -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-pnlhrs 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'T'
                IF WS-GETOPT-OPT-VAL(1:8) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:8) TO WS-CONFIG-THROUGH
                ELSE
                   DISPLAY "dvd-pnlhrs: --through wants YYYYMMDD"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
             END-EVALUATE
          END-PERFORM.

      * Keeps the "session" marks only; the corner-hits stream says
      * nothing about screen-on time.
       001-LOAD-HWM.
          OPEN INPUT F-HWM.
          IF WS-HWM-STATUS NOT = "00" THEN
      *      Nothing consolidated yet, so nothing can be posted.
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-HWM
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   UNSTRING WS-HWM-LINE DELIMITED BY ALL SPACE
                      INTO WS-HWM-IN-HOST WS-HWM-IN-STREAM
                           WS-HWM-IN-TIME
                   END-UNSTRING
                   IF WS-HWM-IN-STREAM = "session"
                      AND WS-HWM-IN-TIME IS NUMERIC
                      AND WS-HWM-COUNT < WS-MAX-HWM
                   THEN
                      ADD 1 TO WS-HWM-COUNT
                      MOVE WS-HWM-IN-HOST
                         TO WS-HWM-HOST(WS-HWM-COUNT)
                      MOVE WS-HWM-IN-TIME
                         TO WS-HWM-TIME(WS-HWM-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-HWM.

       001-LOAD-PANELS.
          MOVE WS-MASTER-NAME TO WS-PANEL-ASSETS-PATH.
          OPEN INPUT F-PANEL-ASSETS.
          IF WS-PANEL-ASSETS-STATUS NOT = "00" THEN
             DISPLAY "dvd-pnlhrs: no panel-assets.dat; nothing to "
                "post"
             END-DISPLAY
             STOP RUN RETURNING 0
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-PANEL-ASSETS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF WS-PANEL-COUNT >= WS-MAX-PANELS THEN
                      DISPLAY "dvd-pnlhrs: more than " WS-MAX-PANELS
                         " panels; aborting rather than dropping "
                         "any from the master"
                      END-DISPLAY
                      STOP RUN RETURNING 1
                   END-IF
                   ADD 1 TO WS-PANEL-COUNT
                   MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-COUNT)
             END-READ
          END-PERFORM.
          CLOSE F-PANEL-ASSETS.

      * Works out each panel's span: the day after its last posting
      * (or the day it went in) up to the earliest of --through, the
      * day before it came out, and the day before its host's newest
      * consolidated session record.
       001-PLAN-SPANS.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE 0 TO WS-SPAN-TO-DATE(WS-PANEL-IDX)
             MOVE 0 TO WS-SPAN-COVERED(WS-PANEL-IDX)
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             IF PA-HOST NOT = SPACES AND PA-INSTALLED IS NUMERIC
             THEN
                PERFORM 005-PLAN-ONE-SPAN
             END-IF
          END-PERFORM.

       005-PLAN-ONE-SPAN.
          IF PA-POSTED-THRU IS NUMERIC THEN
             COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PA-POSTED-THRU)) + 1)
             END-COMPUTE
          ELSE
             MOVE PA-INSTALLED TO WS-FROM-DATE
          END-IF.
          MOVE WS-THROUGH-DATE TO WS-TO-DATE.
          IF PA-REMOVED IS NUMERIC THEN
             COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PA-REMOVED)) - 1)
             END-COMPUTE
             IF WS-LIMIT-DATE < WS-TO-DATE THEN
                MOVE WS-LIMIT-DATE TO WS-TO-DATE
             END-IF
          END-IF.
          MOVE PA-HOST TO WS-CUR-HOST.
          MOVE 0 TO WS-HWM-FOUND.
          PERFORM VARYING WS-HWM-IDX FROM 1 BY 1
                  UNTIL WS-HWM-IDX > WS-HWM-COUNT
             IF WS-HWM-HOST(WS-HWM-IDX) = WS-CUR-HOST THEN
                MOVE WS-HWM-IDX TO WS-HWM-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HWM-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-HWM-TIME(WS-HWM-FOUND)(1:8))) - 1)
          END-COMPUTE.
          IF WS-LIMIT-DATE < WS-TO-DATE THEN
             MOVE WS-LIMIT-DATE TO WS-TO-DATE
          END-IF.
          IF WS-TO-DATE < WS-FROM-DATE THEN
             EXIT PARAGRAPH
          END-IF.

          MOVE PA-HOST    TO WS-SPAN-HOST(WS-PANEL-IDX).
          MOVE WS-TO-DATE TO WS-SPAN-TO-DATE(WS-PANEL-IDX).
          MOVE SPACES TO WS-CONV-TIME.
          STRING WS-FROM-DATE "000000" DELIMITED BY SIZE
             INTO WS-CONV-TIME
          END-STRING.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-SPAN-FROM-SECS(WS-PANEL-IDX).
          MOVE SPACES TO WS-CONV-TIME.
          STRING WS-TO-DATE "000000" DELIMITED BY SIZE
             INTO WS-CONV-TIME
          END-STRING.
          PERFORM 005-TIMESTAMP-TO-SECS.
          COMPUTE WS-SPAN-TO-SECS(WS-PANEL-IDX) = WS-CONV-SECS + 86400
          END-COMPUTE.
          ADD 1 TO WS-PANELS-POSTED.

      * Every roster unit's time zone; with no roster the log is
      * read as it is.
       001-LOAD-ZONES.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-EOF
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

       001-READ-SESSIONS.
          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-CONSOL-SESSIONS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-TALLY-ONE-SESSION
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.
          PERFORM VARYING WS-PENDING-FOUND FROM 1 BY 1
                  UNTIL WS-PENDING-FOUND > WS-PENDING-COUNT
             PERFORM 005-CLOSE-AT-MARK
          END-PERFORM.

      * The START at WS-PENDING-FOUND, open when the log ran out,
      * credited up to its host's mark (site time, as DVD-CONSOL
      * keeps it). A host with no mark has no span to credit.
       005-CLOSE-AT-MARK.
          MOVE WS-PENDING-HOST(WS-PENDING-FOUND) TO WS-CUR-HOST.
          MOVE 0 TO WS-HWM-FOUND.
          PERFORM VARYING WS-HWM-IDX FROM 1 BY 1
                  UNTIL WS-HWM-IDX > WS-HWM-COUNT
             IF WS-HWM-HOST(WS-HWM-IDX) = WS-CUR-HOST THEN
                MOVE WS-HWM-IDX TO WS-HWM-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-HWM-FOUND = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-HWM-TIME(WS-HWM-FOUND) TO WS-REC-TIMESTAMP.
          PERFORM 005-CREDIT-SESSION.

      * One host-stamped SESSION-LOG-RECORD line, the field offsets
      * DVD-AVAIL reads. STARTs open a pairing; STOPs close it and
      * credit the panels whose span it overlaps.
       005-TALLY-ONE-SESSION.
          IF WS-CONSOL-SESSIONS-LINE(22:14) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CONSOL-SESSIONS-LINE(1:20)  TO WS-CUR-HOST.
          MOVE WS-CONSOL-SESSIONS-LINE(22:14) TO WS-REC-TIMESTAMP.
          PERFORM 005-TO-SITE-TIME.
          MOVE WS-CONSOL-SESSIONS-LINE(37:12) TO WS-REC-PROGRAM.
          MOVE WS-CONSOL-SESSIONS-LINE(50:5)  TO WS-REC-EVENT.
          PERFORM 005-FIND-PENDING.

          EVALUATE FUNCTION TRIM(WS-REC-EVENT)
          WHEN "START"
             IF WS-PENDING-FOUND > 0 THEN
                MOVE WS-REC-TIMESTAMP
                   TO WS-PENDING-TIME(WS-PENDING-FOUND)
             ELSE
                IF WS-PENDING-COUNT >= WS-MAX-PENDING THEN
                   DISPLAY "dvd-pnlhrs: more than " WS-MAX-PENDING
                      " host/program pairs pending; aborting rather "
                      "than dropping sessions"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
                ADD 1 TO WS-PENDING-COUNT
                MOVE WS-CUR-HOST
                   TO WS-PENDING-HOST(WS-PENDING-COUNT)
                MOVE WS-REC-PROGRAM
                   TO WS-PENDING-PROGRAM(WS-PENDING-COUNT)
                MOVE WS-REC-TIMESTAMP
                   TO WS-PENDING-TIME(WS-PENDING-COUNT)
             END-IF
          WHEN "STOP"
             IF WS-PENDING-FOUND > 0 THEN
                PERFORM 005-CREDIT-SESSION
                MOVE WS-PENDING-ENTRY(WS-PENDING-COUNT)
                   TO WS-PENDING-ENTRY(WS-PENDING-FOUND)
                SUBTRACT 1 FROM WS-PENDING-COUNT
             END-IF
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

       005-CREDIT-SESSION.
          MOVE WS-PENDING-TIME(WS-PENDING-FOUND) TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-START-SECS.
          MOVE WS-REC-TIMESTAMP TO WS-CONV-TIME.
          PERFORM 005-TIMESTAMP-TO-SECS.
          MOVE WS-CONV-SECS TO WS-STOP-SECS.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             IF WS-SPAN-TO-DATE(WS-PANEL-IDX) > 0
                AND WS-SPAN-HOST(WS-PANEL-IDX) = WS-CUR-HOST
             THEN
                MOVE WS-START-SECS TO WS-CLIP-START
                IF WS-CLIP-START < WS-SPAN-FROM-SECS(WS-PANEL-IDX)
                THEN
                   MOVE WS-SPAN-FROM-SECS(WS-PANEL-IDX)
                      TO WS-CLIP-START
                END-IF
                MOVE WS-STOP-SECS TO WS-CLIP-STOP
                IF WS-CLIP-STOP > WS-SPAN-TO-SECS(WS-PANEL-IDX) THEN
                   MOVE WS-SPAN-TO-SECS(WS-PANEL-IDX)
                      TO WS-CLIP-STOP
                END-IF
                IF WS-CLIP-STOP > WS-CLIP-START THEN
                   COMPUTE WS-SPAN-COVERED(WS-PANEL-IDX) =
                      WS-SPAN-COVERED(WS-PANEL-IDX)
                      + WS-CLIP-STOP - WS-CLIP-START
                   END-COMPUTE
                END-IF
             END-IF
          END-PERFORM.

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

      * Adds each span's hours to its panel and moves the panel's
      * posted-through day forward.
       001-POST-SPANS.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             IF WS-SPAN-TO-DATE(WS-PANEL-IDX) > 0 THEN
                MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
                COMPUTE WS-ADD-HOURS ROUNDED =
                   WS-SPAN-COVERED(WS-PANEL-IDX) / 3600
                END-COMPUTE
                ADD WS-ADD-HOURS TO PA-ON-HOURS
                MOVE WS-SPAN-TO-DATE(WS-PANEL-IDX) TO PA-POSTED-THRU
                MOVE PA-RECORD TO WS-PANEL-ENTRY(WS-PANEL-IDX)
                MOVE WS-ADD-HOURS TO WS-HOURS-DISPLAY
                MOVE PA-ON-HOURS  TO WS-TOTAL-DISPLAY
                DISPLAY "  " PA-SERIAL " " PA-HOST " +"
                   FUNCTION TRIM(WS-HOURS-DISPLAY) "h through "
                   PA-POSTED-THRU ", " FUNCTION TRIM(WS-TOTAL-DISPLAY)
                   "h to date"
                END-DISPLAY
             END-IF
          END-PERFORM.

       001-SAVE-PANELS.
          MOVE WS-MASTER-TEMP-NAME TO WS-PANEL-ASSETS-PATH.
          OPEN OUTPUT F-PANEL-ASSETS.
          IF WS-PANEL-ASSETS-STATUS NOT = "00" THEN
             DISPLAY "dvd-pnlhrs: cannot write " WS-MASTER-TEMP-NAME
                " (status " WS-PANEL-ASSETS-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-PANEL-IDX FROM 1 BY 1
                  UNTIL WS-PANEL-IDX > WS-PANEL-COUNT
             MOVE WS-PANEL-ENTRY(WS-PANEL-IDX) TO PA-RECORD
             WRITE PA-RECORD
          END-PERFORM.
          CLOSE F-PANEL-ASSETS.

          CALL "CBL_RENAME_FILE" USING WS-MASTER-TEMP-FILE
             WS-MASTER-FILE
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-pnlhrs: cannot rename " WS-MASTER-TEMP-NAME
                " over " WS-MASTER-NAME "; master left untouched"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

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

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-pnlhrs [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Nightly posting of covered hours from "
                  "consolidated-session.log to the display panel "
                  "installed on each host that day (panel-assets.dat). "
                  "Each panel is posted from the day after its last "
                  "posting, and a host's days only once dvd-consol "
                  "has gathered past them, so reruns never double "
                  "count."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --through=YYYYMMDD  last day to post "
                  "(default: yesterday)."
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
