       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-DRIFT.
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
      * Fleet configuration drift report. Every kiosk carries its own
      * .dvd-thingyrc, site-calendar.dat, logo-schedule.dat and
      * marquee-messages.txt, and one-unit-at-a-time tweaks make
      * them wander apart. This walks the per-host kiosk directories
      * under --root (the same layout DVD-DISPAT drops mailboxes
      * into; each is the unit's home and working directory), looks
      * each unit's site up in kiosk-roster.dat and compares the
      * unit against that site's baseline, printing one line per
      * difference: host, file, key, expected value, actual value.
      *
      * A site's baseline lives in --baseline-dir as SITE.baseline,
      * KEY=VALUE lines in the same shapes the unit files use:
      * SPEED, COLOR, LOGO and NOTIFY-CMD as in .dvd-thingyrc, and
      * MON..SUN (HHMM-HHMM or CLOSED) and HOLIDAY=YYYYMMDD as in
      * site-calendar.dat. Only the keys the baseline names are
      * checked; a setting missing from the unit is judged at the
      * built-in default DVD-THINGY would run with. Next to it,
      * SITE.logo-schedule.dat and SITE.marquee-messages.txt are the
      * site's reference copies; a unit whose copy differs from (or
      * lacks) a reference that exists is flagged.
      *
      * Each unit's TZ key in .dvd-thingyrc is also checked against
      * its zone on the roster, baseline or not: the unit-side jobs
      * convert by the key, the central ones by the roster, and the
      * two must agree. A unit the roster leaves unzoned is expected
      * to carry TZ=+0000, as DVD-PROVIS writes it.
      *
      * Only in-service roster units are checked - retired units and
      * stray directories are not the fleet - and an in-service unit
      * missing under --root counts as drifted, the same way
      * DVD-DISPAT fails it. Exits 1 when any unit drifted so cron
      * can flag it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   The "ls -1" capture of --root, one entry name per line.
          SELECT F-DIR-LIST ASSIGN DYNAMIC WS-DIR-LIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIR-LIST-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      *   Any KEY=VALUE file: a site baseline, a unit's .dvd-thingyrc
      *   or its site-calendar.dat; the path is set before each open.
          SELECT F-KEY-FILE ASSIGN DYNAMIC WS-KEY-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-KEY-FILE-STATUS.
      *   A site's reference copy and the unit's own copy of the same
      *   file, read side by side.
          SELECT F-REFERENCE ASSIGN DYNAMIC WS-REFERENCE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFERENCE-STATUS.
          SELECT F-UNIT-COPY ASSIGN DYNAMIC WS-UNIT-COPY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UNIT-COPY-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-DIR-LIST.
       01 WS-DIR-LIST-LINE PIC X(100).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-KEY-FILE.
       01 WS-KEY-FILE-LINE PIC X(80).
       FD F-REFERENCE.
       01 WS-REFERENCE-LINE PIC X(200).
       FD F-UNIT-COPY.
       01 WS-UNIT-COPY-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC XX.
       01 WS-ROSTER-EOF       PIC X.
       01 WS-DIR-LIST-PATH    PIC X(30) VALUE ".dvd-drift-ls.tmp".
       01 WS-DIR-LIST-STATUS  PIC XX.
       01 WS-DIR-EOF          PIC X.
       01 WS-DIR-NAME         PIC X(100).
       01 WS-SHELL-CMD        PIC X(300).
       01 WS-KEY-FILE-PATH    PIC X(255).
       01 WS-KEY-FILE-STATUS  PIC XX.
       01 WS-KEY-FILE-EOF     PIC X.
       01 WS-REFERENCE-PATH   PIC X(255).
       01 WS-REFERENCE-STATUS PIC XX.
       01 WS-UNIT-COPY-PATH   PIC X(255).
       01 WS-UNIT-COPY-STATUS PIC XX.
      *   Where the per-host working directories live; --root=PATH.
       01 WS-CONFIG-ROOT         PIC X(200) VALUE ".".
      *   Where the SITE.baseline files and reference copies live;
      *   --baseline-dir=PATH.
       01 WS-CONFIG-BASELINE-DIR PIC X(200) VALUE ".".
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
      *   The in-service roster units, their roster zone as the TZ
      *   key should read ("+HHMM RR"), and how each one came out:
      *   M missing under --root, B no baseline for its site,
      *   C clean, D drifted. Blank until the listing names it.
       78 WS-MAX-KIOSKS VALUE 100.
       01 WS-KIOSK-TABLE.
          05 WS-KIOSK-ENTRY OCCURS WS-MAX-KIOSKS TIMES.
             10 WS-KIOSK-HOST  PIC X(20).
             10 WS-KIOSK-SITE  PIC X(20).
             10 WS-KIOSK-ZONE  PIC X(8).
             10 WS-KIOSK-STATE PIC X.
       01 WS-KIOSK-COUNT PIC 999 VALUE 0.
       01 WS-KIOSK-IDX   PIC 999.
      *   The .dvd-thingyrc settings a baseline can pin, the default
      *   DVD-THINGY runs with when a unit's file leaves one out, and
      *   per unit the baseline's and the unit's normalized values.
       78 WS-MAX-SETTINGS VALUE 4.
       01 WS-SETTING-NAMES.
          05 FILLER PIC X(10) VALUE "SPEED".
          05 FILLER PIC X(10) VALUE "COLOR".
          05 FILLER PIC X(10) VALUE "LOGO".
          05 FILLER PIC X(10) VALUE "NOTIFY-CMD".
       01 WS-SETTING-NAME-TABLE REDEFINES WS-SETTING-NAMES.
          05 WS-SETTING-NAME OCCURS WS-MAX-SETTINGS TIMES PIC X(10).
       01 WS-SETTING-DEFAULTS.
          05 FILLER PIC X(10) VALUE "500".
          05 FILLER PIC X(10) VALUE "NO".
          05 FILLER PIC X(10) VALUE "VIDEO".
          05 FILLER PIC X(10) VALUE SPACES.
       01 WS-SETTING-DEFAULT-TABLE REDEFINES WS-SETTING-DEFAULTS.
          05 WS-SETTING-DEFAULT OCCURS WS-MAX-SETTINGS TIMES
             PIC X(10).
       01 WS-SETTING-TABLE.
          05 WS-SETTING-ENTRY OCCURS WS-MAX-SETTINGS TIMES.
             10 WS-BASE-HAS-SETTING PIC X.
             10 WS-BASE-SETTING     PIC X(59).
             10 WS-UNIT-SETTING     PIC X(59).
       01 WS-SETTING-IDX PIC 9.
      *   The weekly hours, 1=MON..7=SUN as DVD-CALEND keeps them,
      *   each "HHMM-HHMM" or "CLOSED"; blank on the baseline side
      *   means the day is not pinned, on the unit side not set.
       01 WS-DAY-NAMES.
          05 FILLER PIC X(3) VALUE "MON".
          05 FILLER PIC X(3) VALUE "TUE".
          05 FILLER PIC X(3) VALUE "WED".
          05 FILLER PIC X(3) VALUE "THU".
          05 FILLER PIC X(3) VALUE "FRI".
          05 FILLER PIC X(3) VALUE "SAT".
          05 FILLER PIC X(3) VALUE "SUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 7 TIMES.
             10 WS-BASE-DAY PIC X(19).
             10 WS-UNIT-DAY PIC X(19).
       01 WS-DAY-IDX PIC 9.
      *   Holiday lists, YYYYMMDD each.
       78 WS-MAX-HOLIDAYS VALUE 50.
       01 WS-BASE-HOLIDAY-TABLE.
          05 WS-BASE-HOLIDAY OCCURS WS-MAX-HOLIDAYS TIMES PIC X(8).
       01 WS-BASE-HOLIDAY-COUNT PIC 99.
       01 WS-UNIT-HOLIDAY-TABLE.
          05 WS-UNIT-HOLIDAY OCCURS WS-MAX-HOLIDAYS TIMES PIC X(8).
       01 WS-UNIT-HOLIDAY-COUNT PIC 99.
       01 WS-HOLIDAY-IDX   PIC 99.
       01 WS-HOLIDAY-IDX-2 PIC 99.
       01 WS-HOLIDAY-SEEN  PIC X.
      *   Whether the baseline pins any calendar line at all, and
      *   whether the unit has a calendar file.
       01 WS-BASE-HAS-CALENDAR PIC X.
       01 WS-UNIT-HAS-CALENDAR PIC X.
      *   Which side a KEY=VALUE line is loaded into: B baseline,
      *   R the unit's .dvd-thingyrc, C the unit's calendar, Z the
      *   unit's .dvd-thingyrc for its TZ key alone.
       01 WS-KEY-FILE-SIDE PIC X.
       01 WS-KEY-NAME      PIC X(20).
       01 WS-KEY-VALUE     PIC X(59).
       01 WS-NORM-VALUE    PIC X(59).
       01 WS-NORM-SPEED    PIC 9(5).
       01 WS-NORM-SPEED-ED PIC Z(4)9.
      *   The unit being checked.
       01 WS-CUR-HOST     PIC X(20).
       01 WS-CUR-SITE     PIC X(20).
       01 WS-CUR-UNIT-DIR PIC X(255).
       01 WS-CUR-DRIFTED  PIC X.
       01 WS-CUR-ZONE     PIC X(8).
      *   The reference-copy comparison.
       01 WS-COMPARE-NAME PIC X(20).
       01 WS-COMPARE-LINE PIC 9(6).
       01 WS-COMPARE-LINE-ED PIC Z(5)9.
       01 WS-COMPARE-DONE PIC X.
       01 WS-REFERENCE-EOF PIC X.
       01 WS-UNIT-COPY-EOF PIC X.
      *   One difference line.
       01 WS-DIFF-FILE     PIC X(20).
       01 WS-DIFF-KEY      PIC X(10).
       01 WS-DIFF-EXPECTED PIC X(59).
       01 WS-DIFF-ACTUAL   PIC X(59).
       01 WS-DIFF-COUNT    PIC 9(6) VALUE 0.
      *   Run totals.
       01 WS-CHECKED-COUNT     PIC 999 VALUE 0.
       01 WS-DRIFTED-COUNT     PIC 999 VALUE 0.
       01 WS-NO-BASELINE-COUNT PIC 999 VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-LOAD-ROSTER.
          PERFORM 001-LIST-UNITS.
          CALL "C$DELETE" USING WS-DIR-LIST-PATH, 0 END-CALL.

          DISPLAY "DVD-Thingy fleet configuration drift" END-DISPLAY.
          DISPLAY "====================================" END-DISPLAY.
          DISPLAY "HOST                 FILE                 KEY"
             "        EXPECTED / ACTUAL"
          END-DISPLAY.
          PERFORM 001-CHECK-UNITS.
          PERFORM 001-PRINT-SUMMARY.

          IF WS-DRIFTED-COUNT > 0 THEN
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

      *   Long-only options below have no short equivalent, so their
      *   return characters are not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "root" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'R'    TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "baseline-dir" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1              TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'B'            TO WS-GETOPT-LONGOPTION-RETURN(5).

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
                DISPLAY "Try 'dvd-drift -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-drift 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'R'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-ROOT
                END-UNSTRING
             WHEN = 'B'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-BASELINE-DIR
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      * The roster is what says which site - and so which baseline -
      * a unit answers to; without it there is nothing to compare
      * against.
       001-LOAD-ROSTER.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             DISPLAY "dvd-drift: cannot read kiosk-roster.dat (status "
                WS-ROSTER-STATUS "); it names each unit's site"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-ROSTER-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-ROSTER-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                   IF KR-HOST NOT = SPACES AND KR-STATUS = 'I'
                      AND WS-KIOSK-COUNT < WS-MAX-KIOSKS
                   THEN
                      ADD 1 TO WS-KIOSK-COUNT
                      MOVE KR-HOST
                         TO WS-KIOSK-HOST(WS-KIOSK-COUNT)
                      MOVE KR-SITE
                         TO WS-KIOSK-SITE(WS-KIOSK-COUNT)
                      MOVE SPACES
                         TO WS-KIOSK-ZONE(WS-KIOSK-COUNT)
                      IF KR-UTC-OFFSET = SPACES THEN
                         MOVE "+0000"
                            TO WS-KIOSK-ZONE(WS-KIOSK-COUNT)(1:5)
                      ELSE
                         MOVE KR-UTC-OFFSET
                            TO WS-KIOSK-ZONE(WS-KIOSK-COUNT)(1:5)
                      END-IF
                      MOVE KR-DST-RULE
                         TO WS-KIOSK-ZONE(WS-KIOSK-COUNT)(7:2)
                      MOVE SPACE
                         TO WS-KIOSK-STATE(WS-KIOSK-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * Lists --root (the same ls-to-temp-file handoff DVD-DISPAT
      * uses) and marks each in-service roster unit it names as
      * present; anything else under --root is not the fleet.
       001-LIST-UNITS.
          MOVE SPACES TO WS-SHELL-CMD.
          STRING "ls -1 " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-ROOT) DELIMITED BY SIZE
                 " > " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DIR-LIST-PATH) DELIMITED BY SIZE
                 " 2> /dev/null" DELIMITED BY SIZE
              INTO WS-SHELL-CMD
          END-STRING.
          CALL "SYSTEM" USING WS-SHELL-CMD END-CALL.

          OPEN INPUT F-DIR-LIST.
          IF WS-DIR-LIST-STATUS NOT = "00" THEN
             DISPLAY "dvd-drift: cannot read directory listing of "
                FUNCTION TRIM(WS-CONFIG-ROOT)
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          MOVE 'N' TO WS-DIR-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-DIR-EOF = 'Y'
             READ F-DIR-LIST
                AT END
                   MOVE 'Y' TO WS-DIR-EOF
                NOT AT END
                   MOVE WS-DIR-LIST-LINE TO WS-DIR-NAME
                   PERFORM 005-MARK-LISTED-UNIT
             END-READ
          END-PERFORM.
          CLOSE F-DIR-LIST.

       005-MARK-LISTED-UNIT.
          PERFORM VARYING WS-KIOSK-IDX FROM 1 BY 1
                  UNTIL WS-KIOSK-IDX > WS-KIOSK-COUNT
             IF WS-KIOSK-HOST(WS-KIOSK-IDX)
                = FUNCTION TRIM(WS-DIR-NAME)
             THEN
                MOVE 'C' TO WS-KIOSK-STATE(WS-KIOSK-IDX)
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * Roster order, so the report reads the same way every night.
       001-CHECK-UNITS.
          PERFORM VARYING WS-KIOSK-IDX FROM 1 BY 1
                  UNTIL WS-KIOSK-IDX > WS-KIOSK-COUNT
             MOVE WS-KIOSK-HOST(WS-KIOSK-IDX) TO WS-CUR-HOST
             MOVE WS-KIOSK-SITE(WS-KIOSK-IDX) TO WS-CUR-SITE
             IF WS-KIOSK-STATE(WS-KIOSK-IDX) = SPACE THEN
                MOVE 'M' TO WS-KIOSK-STATE(WS-KIOSK-IDX)
                MOVE "(unit directory)" TO WS-DIFF-FILE
                MOVE SPACES             TO WS-DIFF-KEY
                MOVE "present under --root" TO WS-DIFF-EXPECTED
                MOVE "missing"          TO WS-DIFF-ACTUAL
                PERFORM 005-PRINT-DIFF
                ADD 1 TO WS-DRIFTED-COUNT
             ELSE
                PERFORM 005-CHECK-ONE-UNIT
             END-IF
          END-PERFORM.

       005-CHECK-ONE-UNIT.
          MOVE 'N' TO WS-CUR-DRIFTED.
          MOVE SPACES TO WS-CUR-UNIT-DIR.
          STRING FUNCTION TRIM(WS-CONFIG-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-HOST) DELIMITED BY SIZE
              INTO WS-CUR-UNIT-DIR
          END-STRING.
          PERFORM 005-COMPARE-ZONE.

          PERFORM 005-LOAD-BASELINE.
          IF WS-KEY-FILE-STATUS NOT = "00" THEN
             MOVE 'B' TO WS-KIOSK-STATE(WS-KIOSK-IDX)
             ADD 1 TO WS-NO-BASELINE-COUNT
             DISPLAY WS-CUR-HOST " (no baseline for site "
                FUNCTION TRIM(WS-CUR-SITE) "; settings not checked)"
             END-DISPLAY
             IF WS-CUR-DRIFTED = 'Y' THEN
                ADD 1 TO WS-DRIFTED-COUNT
             END-IF
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-CHECKED-COUNT.

          PERFORM 005-LOAD-UNIT-RC.
          PERFORM 005-LOAD-UNIT-CALENDAR.

          PERFORM 005-COMPARE-SETTINGS.
          IF WS-BASE-HAS-CALENDAR = 'Y' THEN
             PERFORM 005-COMPARE-CALENDAR
          END-IF.
          MOVE "logo-schedule.dat" TO WS-COMPARE-NAME.
          PERFORM 005-COMPARE-REFERENCE.
          MOVE "marquee-messages.txt" TO WS-COMPARE-NAME.
          PERFORM 005-COMPARE-REFERENCE.

          IF WS-CUR-DRIFTED = 'Y' THEN
             MOVE 'D' TO WS-KIOSK-STATE(WS-KIOSK-IDX)
             ADD 1 TO WS-DRIFTED-COUNT
          END-IF.

      * The unit's TZ key, offset and rule where the unit-side jobs
      * read them, against its roster zone; a missing key shows as
      * blank.
       005-COMPARE-ZONE.
          MOVE SPACES TO WS-CUR-ZONE.
          MOVE SPACES TO WS-KEY-FILE-PATH.
          STRING FUNCTION TRIM(WS-CUR-UNIT-DIR) DELIMITED BY SIZE
                 "/.dvd-thingyrc" DELIMITED BY SIZE
              INTO WS-KEY-FILE-PATH
          END-STRING.
          MOVE 'Z' TO WS-KEY-FILE-SIDE.
          PERFORM 005-READ-KEY-FILE.
          IF WS-CUR-ZONE NOT = WS-KIOSK-ZONE(WS-KIOSK-IDX) THEN
             MOVE ".dvd-thingyrc"             TO WS-DIFF-FILE
             MOVE "TZ"                        TO WS-DIFF-KEY
             MOVE WS-KIOSK-ZONE(WS-KIOSK-IDX) TO WS-DIFF-EXPECTED
             MOVE WS-CUR-ZONE                 TO WS-DIFF-ACTUAL
             PERFORM 005-PRINT-DIFF
          END-IF.

      * Clears both sides, then reads SITE.baseline; the caller
      * checks WS-KEY-FILE-STATUS to learn whether there was one.
       005-LOAD-BASELINE.
          PERFORM VARYING WS-SETTING-IDX FROM 1 BY 1
                  UNTIL WS-SETTING-IDX > WS-MAX-SETTINGS
             MOVE 'N'    TO WS-BASE-HAS-SETTING(WS-SETTING-IDX)
             MOVE SPACES TO WS-BASE-SETTING(WS-SETTING-IDX)
             MOVE WS-SETTING-DEFAULT(WS-SETTING-IDX)
                TO WS-UNIT-SETTING(WS-SETTING-IDX)
          END-PERFORM.
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > 7
             MOVE SPACES TO WS-BASE-DAY(WS-DAY-IDX)
             MOVE SPACES TO WS-UNIT-DAY(WS-DAY-IDX)
          END-PERFORM.
          MOVE 0   TO WS-BASE-HOLIDAY-COUNT WS-UNIT-HOLIDAY-COUNT.
          MOVE 'N' TO WS-BASE-HAS-CALENDAR WS-UNIT-HAS-CALENDAR.

          MOVE SPACES TO WS-KEY-FILE-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-BASELINE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-SITE) DELIMITED BY SIZE
                 ".baseline" DELIMITED BY SIZE
              INTO WS-KEY-FILE-PATH
          END-STRING.
          MOVE 'B' TO WS-KEY-FILE-SIDE.
          PERFORM 005-READ-KEY-FILE.

       005-LOAD-UNIT-RC.
          MOVE SPACES TO WS-KEY-FILE-PATH.
          STRING FUNCTION TRIM(WS-CUR-UNIT-DIR) DELIMITED BY SIZE
                 "/.dvd-thingyrc" DELIMITED BY SIZE
              INTO WS-KEY-FILE-PATH
          END-STRING.
          MOVE 'R' TO WS-KEY-FILE-SIDE.
          PERFORM 005-READ-KEY-FILE.

       005-LOAD-UNIT-CALENDAR.
          MOVE SPACES TO WS-KEY-FILE-PATH.
          STRING FUNCTION TRIM(WS-CUR-UNIT-DIR) DELIMITED BY SIZE
                 "/site-calendar.dat" DELIMITED BY SIZE
              INTO WS-KEY-FILE-PATH
          END-STRING.
          MOVE 'C' TO WS-KEY-FILE-SIDE.
          PERFORM 005-READ-KEY-FILE.
          IF WS-KEY-FILE-STATUS = "00" THEN
             MOVE 'Y' TO WS-UNIT-HAS-CALENDAR
          END-IF.

      * Reads the KEY=VALUE file at WS-KEY-FILE-PATH into the side
      * WS-KEY-FILE-SIDE names. A file that will not open leaves
      * that side as it was and its status in WS-KEY-FILE-STATUS.
       005-READ-KEY-FILE.
          OPEN INPUT F-KEY-FILE.
          IF WS-KEY-FILE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-KEY-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-KEY-FILE-EOF = 'Y'
             READ F-KEY-FILE
                AT END
                   MOVE 'Y' TO WS-KEY-FILE-EOF
                NOT AT END
                   PERFORM 005-APPLY-KEY-LINE
             END-READ
          END-PERFORM.
          CLOSE F-KEY-FILE.
          MOVE "00" TO WS-KEY-FILE-STATUS.

      *   Lines are "KEY=VALUE"; blank and comment ("#...") lines are
      *   skipped, as in DVD-THINGY's and DVD-CALEND's loaders.
       005-APPLY-KEY-LINE.
          IF WS-KEY-FILE-LINE(1:1) = "#"
             OR WS-KEY-FILE-LINE = SPACES
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-KEY-NAME WS-KEY-VALUE.
          UNSTRING WS-KEY-FILE-LINE DELIMITED BY "="
             INTO WS-KEY-NAME WS-KEY-VALUE
          END-UNSTRING.
          IF WS-KEY-FILE-SIDE = 'Z' THEN
             IF FUNCTION TRIM(WS-KEY-NAME) = "TZ" THEN
                MOVE WS-KEY-VALUE(1:5) TO WS-CUR-ZONE(1:5)
                MOVE WS-KEY-VALUE(7:2) TO WS-CUR-ZONE(7:2)
             END-IF
             EXIT PARAGRAPH
          END-IF.

          IF WS-KEY-FILE-SIDE NOT = 'C' THEN
             PERFORM VARYING WS-SETTING-IDX FROM 1 BY 1
                     UNTIL WS-SETTING-IDX > WS-MAX-SETTINGS
                IF FUNCTION TRIM(WS-KEY-NAME)
                   = WS-SETTING-NAME(WS-SETTING-IDX)
                THEN
                   PERFORM 005-APPLY-SETTING
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
          END-IF.
          IF WS-KEY-FILE-SIDE = 'R' THEN
             EXIT PARAGRAPH
          END-IF.

          IF FUNCTION TRIM(WS-KEY-NAME) = "HOLIDAY" THEN
             PERFORM 005-APPLY-HOLIDAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > 7
             IF FUNCTION TRIM(WS-KEY-NAME) = WS-DAY-NAME(WS-DAY-IDX)
             THEN
                MOVE FUNCTION TRIM(WS-KEY-VALUE) TO WS-NORM-VALUE
                IF WS-KEY-FILE-SIDE = 'B' THEN
                   MOVE 'Y' TO WS-BASE-HAS-CALENDAR
                   MOVE WS-NORM-VALUE TO WS-BASE-DAY(WS-DAY-IDX)
                ELSE
                   MOVE WS-NORM-VALUE TO WS-UNIT-DAY(WS-DAY-IDX)
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.

      *   Values are compared the way DVD-THINGY reads them: SPEED
      *   as a number, COLOR as YES or anything-else-is-NO, the rest
      *   as trimmed text.
       005-APPLY-SETTING.
          EVALUATE WS-SETTING-NAME(WS-SETTING-IDX)
          WHEN "SPEED"
             MOVE FUNCTION NUMVAL(WS-KEY-VALUE) TO WS-NORM-SPEED
             MOVE WS-NORM-SPEED TO WS-NORM-SPEED-ED
             MOVE FUNCTION TRIM(WS-NORM-SPEED-ED) TO WS-NORM-VALUE
          WHEN "COLOR"
             IF FUNCTION TRIM(WS-KEY-VALUE) = "YES" THEN
                MOVE "YES" TO WS-NORM-VALUE
             ELSE
                MOVE "NO" TO WS-NORM-VALUE
             END-IF
          WHEN OTHER
             MOVE FUNCTION TRIM(WS-KEY-VALUE) TO WS-NORM-VALUE
          END-EVALUATE.
          IF WS-KEY-FILE-SIDE = 'B' THEN
             MOVE 'Y' TO WS-BASE-HAS-SETTING(WS-SETTING-IDX)
             MOVE WS-NORM-VALUE TO WS-BASE-SETTING(WS-SETTING-IDX)
          ELSE
             MOVE WS-NORM-VALUE TO WS-UNIT-SETTING(WS-SETTING-IDX)
          END-IF.

       005-APPLY-HOLIDAY.
          IF WS-KEY-VALUE(1:8) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-KEY-FILE-SIDE = 'B' THEN
             MOVE 'Y' TO WS-BASE-HAS-CALENDAR
             IF WS-BASE-HOLIDAY-COUNT < WS-MAX-HOLIDAYS THEN
                ADD 1 TO WS-BASE-HOLIDAY-COUNT
                MOVE WS-KEY-VALUE(1:8)
                   TO WS-BASE-HOLIDAY(WS-BASE-HOLIDAY-COUNT)
             END-IF
          ELSE
             IF WS-UNIT-HOLIDAY-COUNT < WS-MAX-HOLIDAYS THEN
                ADD 1 TO WS-UNIT-HOLIDAY-COUNT
                MOVE WS-KEY-VALUE(1:8)
                   TO WS-UNIT-HOLIDAY(WS-UNIT-HOLIDAY-COUNT)
             END-IF
          END-IF.

       005-COMPARE-SETTINGS.
          MOVE ".dvd-thingyrc" TO WS-DIFF-FILE.
          PERFORM VARYING WS-SETTING-IDX FROM 1 BY 1
                  UNTIL WS-SETTING-IDX > WS-MAX-SETTINGS
             IF WS-BASE-HAS-SETTING(WS-SETTING-IDX) = 'Y'
                AND WS-BASE-SETTING(WS-SETTING-IDX)
                    NOT = WS-UNIT-SETTING(WS-SETTING-IDX)
             THEN
                MOVE WS-SETTING-NAME(WS-SETTING-IDX) TO WS-DIFF-KEY
                MOVE WS-BASE-SETTING(WS-SETTING-IDX)
                   TO WS-DIFF-EXPECTED
                MOVE WS-UNIT-SETTING(WS-SETTING-IDX)
                   TO WS-DIFF-ACTUAL
                PERFORM 005-PRINT-DIFF
             END-IF
          END-PERFORM.

      *   A unit with no calendar file at all runs always-open, which
      *   is one line of drift rather than seven.
       005-COMPARE-CALENDAR.
          MOVE "site-calendar.dat" TO WS-DIFF-FILE.
          IF WS-UNIT-HAS-CALENDAR = 'N' THEN
             MOVE SPACES TO WS-DIFF-KEY
             MOVE "site calendar" TO WS-DIFF-EXPECTED
             MOVE "missing (runs always-open)" TO WS-DIFF-ACTUAL
             PERFORM 005-PRINT-DIFF
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > 7
             IF WS-BASE-DAY(WS-DAY-IDX) NOT = SPACES
                AND WS-BASE-DAY(WS-DAY-IDX)
                    NOT = WS-UNIT-DAY(WS-DAY-IDX)
             THEN
                MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-DIFF-KEY
                MOVE WS-BASE-DAY(WS-DAY-IDX) TO WS-DIFF-EXPECTED
                MOVE WS-UNIT-DAY(WS-DAY-IDX) TO WS-DIFF-ACTUAL
                IF WS-DIFF-ACTUAL = SPACES THEN
                   MOVE "(not set)" TO WS-DIFF-ACTUAL
                END-IF
                PERFORM 005-PRINT-DIFF
             END-IF
          END-PERFORM.

      *   Holidays are a set: each one the baseline lists that the
      *   unit lacks, then each one the unit lists that the baseline
      *   does not.
          MOVE "HOLIDAY" TO WS-DIFF-KEY.
          PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                  UNTIL WS-HOLIDAY-IDX > WS-BASE-HOLIDAY-COUNT
             MOVE 'N' TO WS-HOLIDAY-SEEN
             PERFORM VARYING WS-HOLIDAY-IDX-2 FROM 1 BY 1
                     UNTIL WS-HOLIDAY-IDX-2 > WS-UNIT-HOLIDAY-COUNT
                IF WS-UNIT-HOLIDAY(WS-HOLIDAY-IDX-2)
                   = WS-BASE-HOLIDAY(WS-HOLIDAY-IDX)
                THEN
                   MOVE 'Y' TO WS-HOLIDAY-SEEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF WS-HOLIDAY-SEEN = 'N' THEN
                MOVE WS-BASE-HOLIDAY(WS-HOLIDAY-IDX)
                   TO WS-DIFF-EXPECTED
                MOVE "(not listed)" TO WS-DIFF-ACTUAL
                PERFORM 005-PRINT-DIFF
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                  UNTIL WS-HOLIDAY-IDX > WS-UNIT-HOLIDAY-COUNT
             MOVE 'N' TO WS-HOLIDAY-SEEN
             PERFORM VARYING WS-HOLIDAY-IDX-2 FROM 1 BY 1
                     UNTIL WS-HOLIDAY-IDX-2 > WS-BASE-HOLIDAY-COUNT
                IF WS-BASE-HOLIDAY(WS-HOLIDAY-IDX-2)
                   = WS-UNIT-HOLIDAY(WS-HOLIDAY-IDX)
                THEN
                   MOVE 'Y' TO WS-HOLIDAY-SEEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF WS-HOLIDAY-SEEN = 'N' THEN
                MOVE "(not listed)" TO WS-DIFF-EXPECTED
                MOVE WS-UNIT-HOLIDAY(WS-HOLIDAY-IDX)
                   TO WS-DIFF-ACTUAL
                PERFORM 005-PRINT-DIFF
             END-IF
          END-PERFORM.

      * Compares the unit's WS-COMPARE-NAME line by line with the
      * site's reference copy, SITE.<name> in --baseline-dir. No
      * reference copy means the site does not standardize that
      * file, and nothing is checked.
       005-COMPARE-REFERENCE.
          MOVE SPACES TO WS-REFERENCE-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-BASELINE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-SITE) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COMPARE-NAME) DELIMITED BY SIZE
              INTO WS-REFERENCE-PATH
          END-STRING.
          OPEN INPUT F-REFERENCE.
          IF WS-REFERENCE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-COMPARE-NAME TO WS-DIFF-FILE.
          MOVE SPACES TO WS-DIFF-KEY.
          MOVE "same as site reference" TO WS-DIFF-EXPECTED.
          MOVE SPACES TO WS-UNIT-COPY-PATH.
          STRING FUNCTION TRIM(WS-CUR-UNIT-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COMPARE-NAME) DELIMITED BY SIZE
              INTO WS-UNIT-COPY-PATH
          END-STRING.
          OPEN INPUT F-UNIT-COPY.
          IF WS-UNIT-COPY-STATUS NOT = "00" THEN
             CLOSE F-REFERENCE
             MOVE "missing" TO WS-DIFF-ACTUAL
             PERFORM 005-PRINT-DIFF
             EXIT PARAGRAPH
          END-IF.

          MOVE 0   TO WS-COMPARE-LINE.
          MOVE 'N' TO WS-COMPARE-DONE.
          PERFORM WITH TEST AFTER UNTIL WS-COMPARE-DONE = 'Y'
             ADD 1 TO WS-COMPARE-LINE
             MOVE 'N' TO WS-REFERENCE-EOF WS-UNIT-COPY-EOF
             MOVE SPACES TO WS-REFERENCE-LINE WS-UNIT-COPY-LINE
             READ F-REFERENCE
                AT END
                   MOVE 'Y' TO WS-REFERENCE-EOF
             END-READ
             READ F-UNIT-COPY
                AT END
                   MOVE 'Y' TO WS-UNIT-COPY-EOF
             END-READ
             EVALUATE TRUE
             WHEN WS-REFERENCE-EOF = 'Y' AND WS-UNIT-COPY-EOF = 'Y'
                MOVE 'Y' TO WS-COMPARE-DONE
             WHEN WS-REFERENCE-EOF NOT = WS-UNIT-COPY-EOF
                OR WS-REFERENCE-LINE NOT = WS-UNIT-COPY-LINE
                MOVE WS-COMPARE-LINE TO WS-COMPARE-LINE-ED
                MOVE SPACES TO WS-DIFF-ACTUAL
                STRING "differs from line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COMPARE-LINE-ED)
                          DELIMITED BY SIZE
                   INTO WS-DIFF-ACTUAL
                END-STRING
                PERFORM 005-PRINT-DIFF
                MOVE 'Y' TO WS-COMPARE-DONE
             END-EVALUATE
          END-PERFORM.
          CLOSE F-REFERENCE.
          CLOSE F-UNIT-COPY.

       005-PRINT-DIFF.
          MOVE 'Y' TO WS-CUR-DRIFTED.
          ADD 1 TO WS-DIFF-COUNT.
          IF WS-DIFF-EXPECTED = SPACES THEN
             MOVE "(blank)" TO WS-DIFF-EXPECTED
          END-IF.
          IF WS-DIFF-ACTUAL = SPACES THEN
             MOVE "(blank)" TO WS-DIFF-ACTUAL
          END-IF.
          DISPLAY WS-CUR-HOST " " WS-DIFF-FILE " " WS-DIFF-KEY " "
             FUNCTION TRIM(WS-DIFF-EXPECTED) " / "
             FUNCTION TRIM(WS-DIFF-ACTUAL)
          END-DISPLAY.

       001-PRINT-SUMMARY.
          IF WS-DIFF-COUNT = 0 THEN
             DISPLAY "(no differences)" END-DISPLAY
          END-IF.
          DISPLAY SPACE END-DISPLAY.
          DISPLAY "dvd-drift: " WS-KIOSK-COUNT " in-service units, "
             WS-CHECKED-COUNT " checked, " WS-DRIFTED-COUNT
             " drifted, " WS-NO-BASELINE-COUNT
             " without a site baseline"
          END-DISPLAY.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-drift [options...]"      END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Compares every in-service unit directory under "
                  "--root against its site's baseline (the site "
                  "comes from kiosk-roster.dat): the SPEED, COLOR, "
                  "LOGO and NOTIFY-CMD settings in .dvd-thingyrc, "
                  "the hours and holidays in site-calendar.dat, and "
                  "logo-schedule.dat and marquee-messages.txt "
                  "against the site's reference copies. Prints one "
                  "line per difference (host, file, key, expected / "
                  "actual) and exits nonzero when any unit drifted."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --root=PATH  directory whose subdirectories "
                  "are the per-host kiosk working directories "
                  "(default: current directory)."
          END-DISPLAY.
          DISPLAY "      --baseline-dir=PATH  directory holding "
                  "SITE.baseline (KEY=VALUE: SPEED, COLOR, LOGO, "
                  "NOTIFY-CMD, MON..SUN, HOLIDAY) and the reference "
                  "copies SITE.logo-schedule.dat and "
                  "SITE.marquee-messages.txt (default: current "
                  "directory)."
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
