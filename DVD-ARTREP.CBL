       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-ARTREP.
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
      * Corner-hit performance by logo art and session settings:
      * answers "does the HBO logo hit corners more than VIDEO?" and
      * "do three logos at velocity 2 pay off?". CH-RECORD only
      * carries the time, corner and screen size, so every hit in
      * corner-hits.log is matched to the DVD-THINGY session running
      * at that moment by bracketing it between that session's START
      * and STOP in session.log. The START line's options give the
      * logo, count, per-logo velocities and frame speed (logo=,
      * count=, vel=, speed= from 005-BUILD-SESSION-OPTIONS); each
      * distinct combination is one configuration, and the report
      * totals its hits per hour of run time.
      *
      * Art follows logo-schedule.dat the way DVD-THINGY does: on a
      * date a schedule range covers, the session showed the
      * scheduled art rather than its configured logo, so hits and
      * run time on that date are listed under the scheduled art
      * (marked "*"). A session spanning midnight is split by date
      * for this, as DVD-THINGY re-checks the schedule at midnight.
      * The schedule as it stands today is used, so editing a past
      * range re-labels that past window too.
      *
      * A STOP closes the most recent open START. A session with no
      * STOP (power loss, kill -9) is taken to have ended when the
      * next session started, or at the newest logged moment if it
      * was the last. Settings changed mid-session through the
      * command mailbox or a --script scene are not in the log, so a
      * session counts under the settings it started with. Sessions
      * logged before vel= was written show velocity "n/a". Output
      * goes to art-performance.txt (or --output=FILE), 132 columns.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-CORNER-HITS ASSIGN TO "corner-hits.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CORNER-HITS-STATUS.
          SELECT F-SESSION-LOG ASSIGN TO "session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SESSION-LOG-STATUS.
          SELECT F-LOGO-SCHEDULE ASSIGN TO "logo-schedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOGO-SCHEDULE-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CORNER-HITS.
       COPY "CORNER-HIT-RECORD.CPY".
       FD F-SESSION-LOG.
       COPY "SESSION-LOG-RECORD.CPY".
       FD F-LOGO-SCHEDULE.
       01 WS-SCHEDULE-LINE PIC X(80).
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CORNER-HITS-STATUS   PIC XX.
       01 WS-SESSION-LOG-STATUS   PIC XX.
       01 WS-LOGO-SCHEDULE-STATUS PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-REPORT-PATH PIC X(255) VALUE "art-performance.txt".
       01 WS-EOF PIC X.
       01 WS-TODAY PIC X(8).
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
      *   The seasonal schedule, loaded as DVD-THINGY's
      *   001-LOAD-LOGO-SCHEDULE loads it: "YYYYMMDD YYYYMMDD VALUE",
      *   first range containing the date wins.
       78 WS-MAX-SCHEDULE VALUE 20.
       01 WS-SCHEDULE-TABLE.
          05 WS-SCHEDULE-ENTRY OCCURS WS-MAX-SCHEDULE TIMES.
             10 WS-SCHEDULE-FROM  PIC X(8).
             10 WS-SCHEDULE-TO    PIC X(8).
             10 WS-SCHEDULE-VALUE PIC X(60).
       01 WS-SCHEDULE-COUNT PIC 99 VALUE 0.
       01 WS-SCHEDULE-IDX   PIC 99.
       01 WS-SCHEDULE-IN-FROM  PIC X(8).
       01 WS-SCHEDULE-IN-TO    PIC X(8).
       01 WS-SCHEDULE-IN-VALUE PIC X(60).
      *   One row per DVD-THINGY session, in log order, with the
      *   settings its START recorded.
       78 WS-MAX-SESSIONS VALUE 2000.
       01 WS-SESSION-TABLE.
          05 WS-SES-ENTRY OCCURS WS-MAX-SESSIONS TIMES.
             10 WS-SES-START      PIC X(14).
             10 WS-SES-END        PIC X(14).
             10 WS-SES-OPEN       PIC X.
             10 WS-SES-START-SECS PIC 9(11).
             10 WS-SES-END-SECS   PIC 9(11).
             10 WS-SES-LOGO       PIC X(20).
             10 WS-SES-COUNT      PIC 99.
             10 WS-SES-VEL        PIC X(15).
             10 WS-SES-SPEED      PIC 9(5).
       01 WS-SESSION-COUNT PIC 9(4) VALUE 0.
       01 WS-SES-IDX       PIC 9(4).
       01 WS-SES-FOUND     PIC 9(4).
       01 WS-UNCLOSED-COUNT PIC 9(4) VALUE 0.
      *   The newest moment either log mentions; an unclosed last
      *   session is taken to have run until then.
       01 WS-LAST-SEEN PIC X(14) VALUE LOW-VALUES.
      *   START options, one space-separated token at a time.
       78 WS-MAX-TOKENS VALUE 8.
       01 WS-OPT-TOKENS.
          05 WS-OPT-TOKEN OCCURS WS-MAX-TOKENS TIMES PIC X(30).
       01 WS-TOKEN-IDX PIC 99.
      *   One row per configuration: the art (scheduled or not) and
      *   the settings, with its sessions, hits and run seconds.
       78 WS-MAX-CONFIGS VALUE 200.
       01 WS-CONFIG-TABLE.
          05 WS-CFG-ENTRY OCCURS WS-MAX-CONFIGS TIMES.
             10 WS-CFG-ART      PIC X(30).
             10 WS-CFG-SCHED    PIC X.
             10 WS-CFG-COUNT    PIC 99.
             10 WS-CFG-VEL      PIC X(15).
             10 WS-CFG-SPEED    PIC 9(5).
             10 WS-CFG-SESSIONS PIC 9(7).
             10 WS-CFG-HITS     PIC 9(9).
             10 WS-CFG-SECS     PIC 9(11).
             10 WS-CFG-RATE     PIC 9(7)V99.
       01 WS-CFG-COUNT-USED PIC 999 VALUE 0.
       01 WS-CFG-IDX        PIC 999.
       01 WS-CFG-FOUND      PIC 999.
      *   The same figures rolled up by art alone.
       78 WS-MAX-ARTS VALUE 50.
       01 WS-ART-TABLE.
          05 WS-ART-ENTRY OCCURS WS-MAX-ARTS TIMES.
             10 WS-ART-NAME  PIC X(30).
             10 WS-ART-SCHED PIC X.
             10 WS-ART-HITS  PIC 9(9).
             10 WS-ART-SECS  PIC 9(11).
             10 WS-ART-RATE  PIC 9(7)V99.
       01 WS-ART-COUNT PIC 99 VALUE 0.
       01 WS-ART-IDX   PIC 99.
       01 WS-ART-FOUND PIC 99.
      *   Report order, best hits per run hour first.
       01 WS-RANK-TABLE.
          05 WS-RANK-ROW PIC 999 OCCURS WS-MAX-CONFIGS TIMES.
       01 WS-RANK      PIC 999.
       01 WS-RANK-SIZE PIC 999.
       01 WS-SORT-I    PIC 999.
       01 WS-SORT-J    PIC 999.
       01 WS-SORT-SWAP PIC 999.
      *   The configuration being looked up or added to: the art and
      *   settings, and what to add.
       01 WS-KEY-ART     PIC X(30).
       01 WS-KEY-SCHED   PIC X.
       01 WS-KEY-COUNT   PIC 99.
       01 WS-KEY-VEL     PIC X(15).
       01 WS-KEY-SPEED   PIC 9(5).
       01 WS-KEY-DATE    PIC X(8).
       01 WS-ADD-HITS    PIC 9(9).
       01 WS-ADD-SECS    PIC 9(11).
       01 WS-ADD-SESSION PIC 9.
      *   Splitting a session's run time by date.
       01 WS-CURSOR-SECS   PIC 9(11).
       01 WS-MIDNIGHT-SECS PIC 9(11).
       01 WS-SEGMENT-END   PIC 9(11).
       01 WS-SEGMENT-DAY   PIC 9(9).
       01 WS-SEGMENT-DATE  PIC 9(8).
      *   Hit tallies outside the configuration table.
       01 WS-TOTAL-HITS     PIC 9(9) VALUE 0.
       01 WS-UNMATCHED-HITS PIC 9(9) VALUE 0.
      *   Scratch fields for the same julian-day timestamp math
      *   DVD-STATS.CBL uses.
       01 WS-CONV-TIME  PIC X(14).
       01 WS-CONV-SECS  PIC 9(11).
       01 WS-DATE-PART  PIC 9(8).
       01 WS-HOUR-PART  PIC 99.
       01 WS-MIN-PART   PIC 99.
       01 WS-SEC-PART   PIC 99.
       01 WS-JULIAN-DAY PIC 9(9).
      *   Spool-file pagination state, as DVD-WEEKLY.
       78 WS-PAGE-LINES VALUE 60.
       01 WS-LINE-COUNT   PIC 99 VALUE 99.
       01 WS-PAGE-NUMBER  PIC 999 VALUE 0.
       01 WS-PRINT-LINE   PIC X(132).
       01 WS-PAGE-DISPLAY PIC ZZ9.
       01 WS-HITS-DISPLAY PIC Z(8)9.
       01 WS-SESS-DISPLAY PIC Z(6)9.
       01 WS-HOURS-VALUE  PIC 9(7)V99.
       01 WS-HOURS-DISPLAY PIC Z(6)9.99.
       01 WS-RATE-DISPLAY PIC Z(6)9.99.
       01 WS-COUNT-DISPLAY PIC Z9.
       01 WS-SPEED-DISPLAY PIC Z(4)9.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          PERFORM 001-LOAD-LOGO-SCHEDULE.
          PERFORM 001-READ-SESSIONS.
          PERFORM 001-CLOSE-OPEN-SESSIONS.
          PERFORM 001-TALLY-RUN-TIME.
          PERFORM 001-MATCH-HITS.
          PERFORM 001-COMPUTE-RATES.

          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-artrep: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-PRINT-CONFIGS.
          PERFORM 001-PRINT-ARTS.
          PERFORM 001-PRINT-NOTES.
          CLOSE F-REPORT.

          DISPLAY "dvd-artrep: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " (" WS-SESSION-COUNT " sessions, " WS-CFG-COUNT-USED
             " configurations, " WS-TOTAL-HITS " hits, "
             WS-UNMATCHED-HITS " unmatched)"
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
                DISPLAY "Try 'dvd-artrep -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-artrep 0.2.2" END-DISPLAY
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

      * Same line rules as DVD-THINGY: blank and "#" lines and lines
      * whose dates don't parse are skipped; no file, no schedule.
       001-LOAD-LOGO-SCHEDULE.
          OPEN INPUT F-LOGO-SCHEDULE.
          IF WS-LOGO-SCHEDULE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-LOGO-SCHEDULE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-APPLY-SCHEDULE-LINE
             END-READ
          END-PERFORM.
          CLOSE F-LOGO-SCHEDULE.

       005-APPLY-SCHEDULE-LINE.
          IF WS-SCHEDULE-LINE(1:1) = "#"
             OR WS-SCHEDULE-LINE = SPACES
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-SCHEDULE-IN-FROM.
          MOVE SPACES TO WS-SCHEDULE-IN-TO.
          MOVE SPACES TO WS-SCHEDULE-IN-VALUE.
          UNSTRING WS-SCHEDULE-LINE DELIMITED BY ALL SPACE
             INTO WS-SCHEDULE-IN-FROM WS-SCHEDULE-IN-TO
                  WS-SCHEDULE-IN-VALUE
          END-UNSTRING.
          IF WS-SCHEDULE-IN-FROM IS NOT NUMERIC
             OR WS-SCHEDULE-IN-TO IS NOT NUMERIC
             OR WS-SCHEDULE-IN-VALUE = SPACES
             OR WS-SCHEDULE-COUNT >= WS-MAX-SCHEDULE
          THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-SCHEDULE-COUNT.
          MOVE WS-SCHEDULE-IN-FROM
             TO WS-SCHEDULE-FROM(WS-SCHEDULE-COUNT).
          MOVE WS-SCHEDULE-IN-TO
             TO WS-SCHEDULE-TO(WS-SCHEDULE-COUNT).
          MOVE WS-SCHEDULE-IN-VALUE
             TO WS-SCHEDULE-VALUE(WS-SCHEDULE-COUNT).

       001-READ-SESSIONS.
          OPEN INPUT F-SESSION-LOG.
          IF WS-SESSION-LOG-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-SESSION-LOG
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-READ-ONE-SESSION-LINE
             END-READ
          END-PERFORM.
          CLOSE F-SESSION-LOG.

       005-READ-ONE-SESSION-LINE.
          IF SL-TIMESTAMP IS NOT NUMERIC
             OR SL-PROGRAM NOT = "DVD-THINGY"
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF SL-TIMESTAMP > WS-LAST-SEEN THEN
             MOVE SL-TIMESTAMP TO WS-LAST-SEEN
          END-IF.
          EVALUATE FUNCTION TRIM(SL-EVENT)
          WHEN "START"
             PERFORM 005-OPEN-SESSION
          WHEN "STOP"
      *      The most recent session still open is the one stopping.
             PERFORM VARYING WS-SES-IDX FROM WS-SESSION-COUNT BY -1
                     UNTIL WS-SES-IDX < 1
                IF WS-SES-OPEN(WS-SES-IDX) = 'Y' THEN
                   MOVE SL-TIMESTAMP TO WS-SES-END(WS-SES-IDX)
                   MOVE 'N' TO WS-SES-OPEN(WS-SES-IDX)
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-EVALUATE.

       005-OPEN-SESSION.
          IF WS-SESSION-COUNT >= WS-MAX-SESSIONS THEN
             DISPLAY "dvd-artrep: more than " WS-MAX-SESSIONS
                " sessions in session.log; aborting rather than "
                "leaving hits unmatched"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          ADD 1 TO WS-SESSION-COUNT.
          MOVE WS-SESSION-COUNT TO WS-SES-IDX.
          MOVE SL-TIMESTAMP TO WS-SES-START(WS-SES-IDX).
          MOVE SPACES       TO WS-SES-END(WS-SES-IDX).
          MOVE 'Y'          TO WS-SES-OPEN(WS-SES-IDX).
          MOVE "n/a"        TO WS-SES-LOGO(WS-SES-IDX).
          MOVE 1            TO WS-SES-COUNT(WS-SES-IDX).
          MOVE "n/a"        TO WS-SES-VEL(WS-SES-IDX).
          MOVE 0            TO WS-SES-SPEED(WS-SES-IDX).

          MOVE SPACES TO WS-OPT-TOKENS.
          UNSTRING SL-OPTIONS DELIMITED BY ALL SPACE
             INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2) WS-OPT-TOKEN(3)
                  WS-OPT-TOKEN(4) WS-OPT-TOKEN(5) WS-OPT-TOKEN(6)
                  WS-OPT-TOKEN(7) WS-OPT-TOKEN(8)
          END-UNSTRING.
          PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                  UNTIL WS-TOKEN-IDX > WS-MAX-TOKENS
             EVALUATE TRUE
             WHEN WS-OPT-TOKEN(WS-TOKEN-IDX)(1:5) = "logo="
                AND WS-OPT-TOKEN(WS-TOKEN-IDX)(6:20) NOT = SPACES
                MOVE WS-OPT-TOKEN(WS-TOKEN-IDX)(6:20)
                   TO WS-SES-LOGO(WS-SES-IDX)
             WHEN WS-OPT-TOKEN(WS-TOKEN-IDX)(1:6) = "count="
                AND WS-OPT-TOKEN(WS-TOKEN-IDX)(7:2) IS NUMERIC
                MOVE WS-OPT-TOKEN(WS-TOKEN-IDX)(7:2)
                   TO WS-SES-COUNT(WS-SES-IDX)
             WHEN WS-OPT-TOKEN(WS-TOKEN-IDX)(1:4) = "vel="
                AND WS-OPT-TOKEN(WS-TOKEN-IDX)(5:15) NOT = SPACES
                MOVE WS-OPT-TOKEN(WS-TOKEN-IDX)(5:15)
                   TO WS-SES-VEL(WS-SES-IDX)
             WHEN WS-OPT-TOKEN(WS-TOKEN-IDX)(1:6) = "speed="
                MOVE FUNCTION NUMVAL(WS-OPT-TOKEN(WS-TOKEN-IDX)(7:5))
                   TO WS-SES-SPEED(WS-SES-IDX)
             END-EVALUATE
          END-PERFORM.

      * Ends every session that never logged a STOP: at the next
      * session's START, or at the newest logged moment. Both logs'
      * newest moment counts, so the hits are read once first just
      * for their timestamps.
       001-CLOSE-OPEN-SESSIONS.
          OPEN INPUT F-CORNER-HITS.
          IF WS-CORNER-HITS-STATUS = "00" THEN
             MOVE 'N' TO WS-EOF
             PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
                READ F-CORNER-HITS
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF CH-TIMESTAMP IS NUMERIC
                         AND CH-TIMESTAMP > WS-LAST-SEEN
                      THEN
                         MOVE CH-TIMESTAMP TO WS-LAST-SEEN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-CORNER-HITS
          END-IF.

          PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                  UNTIL WS-SES-IDX > WS-SESSION-COUNT
             IF WS-SES-OPEN(WS-SES-IDX) = 'Y' THEN
                ADD 1 TO WS-UNCLOSED-COUNT
                IF WS-SES-IDX < WS-SESSION-COUNT THEN
                   MOVE WS-SES-START(WS-SES-IDX + 1)
                      TO WS-SES-END(WS-SES-IDX)
                ELSE
                   MOVE WS-LAST-SEEN TO WS-SES-END(WS-SES-IDX)
                END-IF
             END-IF
             MOVE WS-SES-START(WS-SES-IDX) TO WS-CONV-TIME
             PERFORM 005-TIMESTAMP-TO-SECS
             MOVE WS-CONV-SECS TO WS-SES-START-SECS(WS-SES-IDX)
             MOVE WS-SES-END(WS-SES-IDX) TO WS-CONV-TIME
             PERFORM 005-TIMESTAMP-TO-SECS
             MOVE WS-CONV-SECS TO WS-SES-END-SECS(WS-SES-IDX)
             IF WS-SES-END-SECS(WS-SES-IDX)
                < WS-SES-START-SECS(WS-SES-IDX)
             THEN
                MOVE WS-SES-START(WS-SES-IDX) TO WS-SES-END(WS-SES-IDX)
                MOVE WS-SES-START-SECS(WS-SES-IDX)
                   TO WS-SES-END-SECS(WS-SES-IDX)
             END-IF
          END-PERFORM.

      * Each session's run time goes to its configuration one date at
      * a time, since the art on show depends on the date.
       001-TALLY-RUN-TIME.
          PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                  UNTIL WS-SES-IDX > WS-SESSION-COUNT
             MOVE WS-SES-START-SECS(WS-SES-IDX) TO WS-CURSOR-SECS
             MOVE 1 TO WS-ADD-SESSION
             PERFORM WITH TEST AFTER
                     UNTIL WS-CURSOR-SECS >= WS-SES-END-SECS(WS-SES-IDX)
                DIVIDE WS-CURSOR-SECS BY 86400 GIVING WS-SEGMENT-DAY
                END-DIVIDE
                COMPUTE WS-MIDNIGHT-SECS = (WS-SEGMENT-DAY + 1) * 86400
                END-COMPUTE
                MOVE WS-MIDNIGHT-SECS TO WS-SEGMENT-END
                IF WS-SES-END-SECS(WS-SES-IDX) < WS-SEGMENT-END THEN
                   MOVE WS-SES-END-SECS(WS-SES-IDX) TO WS-SEGMENT-END
                END-IF
                COMPUTE WS-SEGMENT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEGMENT-DAY)
                END-COMPUTE
                MOVE WS-SEGMENT-DATE TO WS-KEY-DATE
                COMPUTE WS-ADD-SECS = WS-SEGMENT-END - WS-CURSOR-SECS
                END-COMPUTE
                MOVE 0 TO WS-ADD-HITS
                PERFORM 005-POST-TO-CONFIG
                MOVE 0 TO WS-ADD-SESSION
                MOVE WS-MIDNIGHT-SECS TO WS-CURSOR-SECS
             END-PERFORM
          END-PERFORM.

      * Brackets each hit inside the newest session whose START and
      * STOP surround it.
       001-MATCH-HITS.
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
                   PERFORM 005-MATCH-ONE-HIT
             END-READ
          END-PERFORM.
          CLOSE F-CORNER-HITS.

       005-MATCH-ONE-HIT.
          IF CH-TIMESTAMP IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-TOTAL-HITS.
          MOVE 0 TO WS-SES-FOUND.
          PERFORM VARYING WS-SES-IDX FROM WS-SESSION-COUNT BY -1
                  UNTIL WS-SES-IDX < 1
             IF CH-TIMESTAMP >= WS-SES-START(WS-SES-IDX)
                AND CH-TIMESTAMP <= WS-SES-END(WS-SES-IDX)
             THEN
                MOVE WS-SES-IDX TO WS-SES-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-SES-FOUND = 0 THEN
             ADD 1 TO WS-UNMATCHED-HITS
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-SES-FOUND TO WS-SES-IDX.
          MOVE CH-TIMESTAMP(1:8) TO WS-KEY-DATE.
          MOVE 1 TO WS-ADD-HITS.
          MOVE 0 TO WS-ADD-SECS.
          MOVE 0 TO WS-ADD-SESSION.
          PERFORM 005-POST-TO-CONFIG.

      * Adds WS-ADD-HITS/WS-ADD-SECS/WS-ADD-SESSION to the
      * configuration session WS-SES-IDX showed on WS-KEY-DATE, and
      * to that art's rollup row, creating either on first sight.
       005-POST-TO-CONFIG.
          MOVE SPACES TO WS-KEY-ART.
          MOVE WS-SES-LOGO(WS-SES-IDX) TO WS-KEY-ART.
          MOVE 'N' TO WS-KEY-SCHED.
          PERFORM VARYING WS-SCHEDULE-IDX FROM 1 BY 1
                  UNTIL WS-SCHEDULE-IDX > WS-SCHEDULE-COUNT
             IF WS-KEY-DATE >= WS-SCHEDULE-FROM(WS-SCHEDULE-IDX)
                AND WS-KEY-DATE <= WS-SCHEDULE-TO(WS-SCHEDULE-IDX)
             THEN
                MOVE WS-SCHEDULE-VALUE(WS-SCHEDULE-IDX) TO WS-KEY-ART
                MOVE 'Y' TO WS-KEY-SCHED
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE WS-SES-COUNT(WS-SES-IDX) TO WS-KEY-COUNT.
          MOVE WS-SES-VEL(WS-SES-IDX)   TO WS-KEY-VEL.
          MOVE WS-SES-SPEED(WS-SES-IDX) TO WS-KEY-SPEED.

          MOVE 0 TO WS-CFG-FOUND.
          PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                  UNTIL WS-CFG-IDX > WS-CFG-COUNT-USED
             IF WS-CFG-ART(WS-CFG-IDX) = WS-KEY-ART
                AND WS-CFG-SCHED(WS-CFG-IDX) = WS-KEY-SCHED
                AND WS-CFG-COUNT(WS-CFG-IDX) = WS-KEY-COUNT
                AND WS-CFG-VEL(WS-CFG-IDX) = WS-KEY-VEL
                AND WS-CFG-SPEED(WS-CFG-IDX) = WS-KEY-SPEED
             THEN
                MOVE WS-CFG-IDX TO WS-CFG-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-CFG-FOUND = 0 THEN
             IF WS-CFG-COUNT-USED >= WS-MAX-CONFIGS THEN
                DISPLAY "dvd-artrep: more than " WS-MAX-CONFIGS
                   " configurations; aborting rather than dropping "
                   "one from the report"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-CFG-COUNT-USED
             MOVE WS-CFG-COUNT-USED TO WS-CFG-FOUND
             INITIALIZE WS-CFG-ENTRY(WS-CFG-FOUND)
             MOVE WS-KEY-ART   TO WS-CFG-ART(WS-CFG-FOUND)
             MOVE WS-KEY-SCHED TO WS-CFG-SCHED(WS-CFG-FOUND)
             MOVE WS-KEY-COUNT TO WS-CFG-COUNT(WS-CFG-FOUND)
             MOVE WS-KEY-VEL   TO WS-CFG-VEL(WS-CFG-FOUND)
             MOVE WS-KEY-SPEED TO WS-CFG-SPEED(WS-CFG-FOUND)
          END-IF.
          ADD WS-ADD-HITS    TO WS-CFG-HITS(WS-CFG-FOUND).
          ADD WS-ADD-SECS    TO WS-CFG-SECS(WS-CFG-FOUND).
          ADD WS-ADD-SESSION TO WS-CFG-SESSIONS(WS-CFG-FOUND).

          MOVE 0 TO WS-ART-FOUND.
          PERFORM VARYING WS-ART-IDX FROM 1 BY 1
                  UNTIL WS-ART-IDX > WS-ART-COUNT
             IF WS-ART-NAME(WS-ART-IDX) = WS-KEY-ART
                AND WS-ART-SCHED(WS-ART-IDX) = WS-KEY-SCHED
             THEN
                MOVE WS-ART-IDX TO WS-ART-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-ART-FOUND = 0 THEN
             IF WS-ART-COUNT >= WS-MAX-ARTS THEN
                DISPLAY "dvd-artrep: more than " WS-MAX-ARTS
                   " distinct logo arts; aborting rather than "
                   "dropping one from the report"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-ART-COUNT
             MOVE WS-ART-COUNT TO WS-ART-FOUND
             INITIALIZE WS-ART-ENTRY(WS-ART-FOUND)
             MOVE WS-KEY-ART   TO WS-ART-NAME(WS-ART-FOUND)
             MOVE WS-KEY-SCHED TO WS-ART-SCHED(WS-ART-FOUND)
          END-IF.
          ADD WS-ADD-HITS TO WS-ART-HITS(WS-ART-FOUND).
          ADD WS-ADD-SECS TO WS-ART-SECS(WS-ART-FOUND).

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

      * Hits per run hour for every row; a row with no run time
      * (hits only from a zero-length session) rates zero.
       001-COMPUTE-RATES.
          PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                  UNTIL WS-CFG-IDX > WS-CFG-COUNT-USED
             MOVE 0 TO WS-CFG-RATE(WS-CFG-IDX)
             IF WS-CFG-SECS(WS-CFG-IDX) > 0 THEN
                COMPUTE WS-CFG-RATE(WS-CFG-IDX) ROUNDED =
                   WS-CFG-HITS(WS-CFG-IDX) * 3600
                   / WS-CFG-SECS(WS-CFG-IDX)
                END-COMPUTE
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-ART-IDX FROM 1 BY 1
                  UNTIL WS-ART-IDX > WS-ART-COUNT
             MOVE 0 TO WS-ART-RATE(WS-ART-IDX)
             IF WS-ART-SECS(WS-ART-IDX) > 0 THEN
                COMPUTE WS-ART-RATE(WS-ART-IDX) ROUNDED =
                   WS-ART-HITS(WS-ART-IDX) * 3600
                   / WS-ART-SECS(WS-ART-IDX)
                END-COMPUTE
             END-IF
          END-PERFORM.

       001-PRINT-CONFIGS.
          MOVE "BY CONFIGURATION - best hits per run hour first"
             TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-CFG-COUNT-USED = 0 THEN
             MOVE "  No DVD-THINGY sessions in session.log."
                TO WS-PRINT-LINE
             PERFORM 005-WRITE-REPORT-LINE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "LOGO ART                        COUNT  VELOCITY     "
                 "     SPEED MS   SESSIONS    RUN HOURS       HITS"
                 "   HITS/HOUR"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.

          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-CFG-COUNT-USED
             MOVE WS-RANK TO WS-RANK-ROW(WS-RANK)
          END-PERFORM.
          MOVE WS-CFG-COUNT-USED TO WS-RANK-SIZE.
          PERFORM VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-RANK-SIZE
             PERFORM VARYING WS-SORT-J FROM 1 BY 1
                     UNTIL WS-SORT-J >= WS-RANK-SIZE
                IF WS-CFG-RATE(WS-RANK-ROW(WS-SORT-J))
                   < WS-CFG-RATE(WS-RANK-ROW(WS-SORT-J + 1))
                THEN
                   MOVE WS-RANK-ROW(WS-SORT-J) TO WS-SORT-SWAP
                   MOVE WS-RANK-ROW(WS-SORT-J + 1)
                      TO WS-RANK-ROW(WS-SORT-J)
                   MOVE WS-SORT-SWAP TO WS-RANK-ROW(WS-SORT-J + 1)
                END-IF
             END-PERFORM
          END-PERFORM.

          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-CFG-COUNT-USED
             MOVE WS-RANK-ROW(WS-RANK) TO WS-CFG-IDX
             MOVE SPACES TO WS-PRINT-LINE
             MOVE WS-CFG-ART(WS-CFG-IDX) TO WS-PRINT-LINE(1:30)
             IF WS-CFG-SCHED(WS-CFG-IDX) = 'Y' THEN
                MOVE "*" TO WS-PRINT-LINE(31:1)
             END-IF
             MOVE WS-CFG-COUNT(WS-CFG-IDX) TO WS-COUNT-DISPLAY
             MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(36:2)
             MOVE WS-CFG-VEL(WS-CFG-IDX) TO WS-PRINT-LINE(40:15)
             IF WS-CFG-SPEED(WS-CFG-IDX) = 0 THEN
                MOVE "n/a" TO WS-PRINT-LINE(62:3)
             ELSE
                MOVE WS-CFG-SPEED(WS-CFG-IDX) TO WS-SPEED-DISPLAY
                MOVE WS-SPEED-DISPLAY TO WS-PRINT-LINE(60:5)
             END-IF
             MOVE WS-CFG-SESSIONS(WS-CFG-IDX) TO WS-SESS-DISPLAY
             MOVE WS-SESS-DISPLAY TO WS-PRINT-LINE(69:7)
             MOVE WS-CFG-SECS(WS-CFG-IDX) TO WS-ADD-SECS
             PERFORM 005-FORMAT-HOURS
             MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(79:10)
             MOVE WS-CFG-HITS(WS-CFG-IDX) TO WS-HITS-DISPLAY
             MOVE WS-HITS-DISPLAY TO WS-PRINT-LINE(90:9)
             MOVE WS-CFG-RATE(WS-CFG-IDX) TO WS-RATE-DISPLAY
             MOVE WS-RATE-DISPLAY TO WS-PRINT-LINE(102:10)
             PERFORM 005-WRITE-REPORT-LINE
          END-PERFORM.

      *   WS-ADD-SECS as hours with two decimals, into
      *   WS-HOURS-DISPLAY.
       005-FORMAT-HOURS.
          COMPUTE WS-HOURS-VALUE ROUNDED = WS-ADD-SECS / 3600
          END-COMPUTE.
          MOVE WS-HOURS-VALUE TO WS-HOURS-DISPLAY.

       001-PRINT-ARTS.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE "BY LOGO ART - all settings together" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-ART-COUNT = 0 THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "LOGO ART                          RUN HOURS       HIT"
                 "S   HITS/HOUR"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE ALL "-" TO WS-PRINT-LINE(1:68).
          PERFORM 005-WRITE-REPORT-LINE.

          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-ART-COUNT
             MOVE WS-RANK TO WS-RANK-ROW(WS-RANK)
          END-PERFORM.
          MOVE WS-ART-COUNT TO WS-RANK-SIZE.
          PERFORM VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-RANK-SIZE
             PERFORM VARYING WS-SORT-J FROM 1 BY 1
                     UNTIL WS-SORT-J >= WS-RANK-SIZE
                IF WS-ART-RATE(WS-RANK-ROW(WS-SORT-J))
                   < WS-ART-RATE(WS-RANK-ROW(WS-SORT-J + 1))
                THEN
                   MOVE WS-RANK-ROW(WS-SORT-J) TO WS-SORT-SWAP
                   MOVE WS-RANK-ROW(WS-SORT-J + 1)
                      TO WS-RANK-ROW(WS-SORT-J)
                   MOVE WS-SORT-SWAP TO WS-RANK-ROW(WS-SORT-J + 1)
                END-IF
             END-PERFORM
          END-PERFORM.

          PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-ART-COUNT
             MOVE WS-RANK-ROW(WS-RANK) TO WS-ART-IDX
             MOVE SPACES TO WS-PRINT-LINE
             MOVE WS-ART-NAME(WS-ART-IDX) TO WS-PRINT-LINE(1:30)
             IF WS-ART-SCHED(WS-ART-IDX) = 'Y' THEN
                MOVE "*" TO WS-PRINT-LINE(31:1)
             END-IF
             MOVE WS-ART-SECS(WS-ART-IDX) TO WS-ADD-SECS
             PERFORM 005-FORMAT-HOURS
             MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(34:10)
             MOVE WS-ART-HITS(WS-ART-IDX) TO WS-HITS-DISPLAY
             MOVE WS-HITS-DISPLAY TO WS-PRINT-LINE(45:9)
             MOVE WS-ART-RATE(WS-ART-IDX) TO WS-RATE-DISPLAY
             MOVE WS-RATE-DISPLAY TO WS-PRINT-LINE(57:10)
             PERFORM 005-WRITE-REPORT-LINE
          END-PERFORM.

       001-PRINT-NOTES.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE "* scheduled art: hits and run time on dates a "
             & "logo-schedule.dat range covers."
             TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-TOTAL-HITS TO WS-HITS-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "Corner hits read: " FUNCTION TRIM(WS-HITS-DISPLAY)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-UNMATCHED-HITS TO WS-HITS-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "Hits outside any logged session (left out above): "
                 FUNCTION TRIM(WS-HITS-DISPLAY)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-UNCLOSED-COUNT TO WS-SESS-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "Sessions with no STOP, ended at the next START or "
                 "the newest logged moment: "
                 FUNCTION TRIM(WS-SESS-DISPLAY)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE "Velocity n/a: session started before per-logo "
             & "velocities were logged."
             TO WS-PRINT-LINE.
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

       005-START-NEW-PAGE.
          ADD 1 TO WS-PAGE-NUMBER.
          MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
          MOVE SPACES TO WS-REPORT-RECORD.
          STRING "DVD-THINGY CORNER-HIT PERFORMANCE BY LOGO ART AND "
                 "SETTINGS    prepared " WS-TODAY "    page "
                 WS-PAGE-DISPLAY
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
          DISPLAY "  dvd-artrep [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Matches each corner hit in corner-hits.log to the "
                  "DVD-THINGY session running at the time in "
                  "session.log and totals hits per hour of run time "
                  "for each logo art, count, velocity and speed, "
                  "with scheduled art from logo-schedule.dat listed "
                  "under its own name."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --output=FILE  file to write (default "
                  "art-performance.txt)."
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
