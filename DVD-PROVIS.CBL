       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-PROVIS.
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
      * Roster-driven kiosk provisioning and decommissioning.
      *
      * --provision=HOST takes a unit already added (in service) to
      * kiosk-roster.dat and builds its working directory under
      * --root from its site's standard files in --baseline-dir, the
      * same files DVD-DRIFT measures the fleet against: the
      * settings lines of SITE.baseline become the unit's
      * .dvd-thingyrc (with HOST= set to the unit's tag and TZ= to
      * its roster time zone), its
      * MON..SUN/HOLIDAY lines become site-calendar.dat, and
      * SITE.logo-schedule.dat and SITE.marquee-messages.txt are
      * copied in when the site has them. The audit logs the kiosk
      * programs append to are seeded empty, so a new unit never
      * starts life with someone else's history in it. A directory
      * that already exists is never provisioned over.
      *
      * --decommission=HOST takes a unit DVD-ROSTER has retired and
      *   1. gathers its current corner-hits.log, session.log and
      *      proof-of-play.log into --gather-dir as
      *      HOST.<stream>.log, the weekly gather's naming;
      *   2. runs dvd-consol on that directory with --final=HOST, so
      *      the retired unit's last records are absorbed;
      *   3. confirms from consolidation.hwm that every record of
      *      all three logs is now in the consolidated masters;
      *   4. seals all three logs into --archive-dir as the dated,
      *      write-protected retirement archive
      *      HOST.<stream>.retired-YYYYMMDD.log, verifying the copy;
      *   5. only then removes the unit's directory.
      * Any step that fails stops the job with the directory still
      * in place, so a retired unit's final week is never lost; the
      * whole run can simply be repeated once the cause is fixed.
      *
      * Either way a record of who ran it and when is appended to
      * kiosk-provision.dat (KIOSK-PROVISION-RECORD.CPY). Run it from
      * the directory holding kiosk-roster.dat and the consolidated
      * masters, as dvd-consol is.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT F-PROVISION ASSIGN TO "kiosk-provision.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROVISION-STATUS.
      *   DVD-CONSOL's per-host/per-stream marks, read back to
      *   confirm the final gather was absorbed.
          SELECT F-HWM ASSIGN TO "consolidation.hwm"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HWM-STATUS.
      *   One generic reader/writer pair for every copy the job
      *   makes; the paths are set per copy by the caller of
      *   005-COPY-FILE.
          SELECT F-COPY-IN ASSIGN DYNAMIC WS-COPY-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-IN-STATUS.
          SELECT F-COPY-OUT ASSIGN DYNAMIC WS-COPY-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-OUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-PROVISION.
       COPY "KIOSK-PROVISION-RECORD.CPY".
       FD F-HWM.
       01 WS-HWM-LINE PIC X(60).
      *   Generic text lines, copied verbatim; 200 covers the widest
      *   (session) log record, as in DVD-ARCHIVE.
       FD F-COPY-IN.
       01 WS-COPY-IN-LINE  PIC X(200).
       FD F-COPY-OUT.
       01 WS-COPY-OUT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC XX.
       01 WS-ROSTER-EOF       PIC X.
       01 WS-PROVISION-STATUS PIC XX.
       01 WS-HWM-STATUS       PIC XX.
       01 WS-HWM-EOF          PIC X.
       01 WS-COPY-IN-PATH     PIC X(255).
       01 WS-COPY-IN-STATUS   PIC XX.
       01 WS-COPY-OUT-PATH    PIC X(255).
       01 WS-COPY-OUT-STATUS  PIC XX.
      *   What to do: P provision, D decommission, and to which unit.
       01 WS-CONFIG-ACTION       PIC X VALUE SPACE.
       01 WS-CONFIG-HOST         PIC X(20) VALUE SPACES.
      *   Where the per-host working directories live; --root=PATH.
       01 WS-CONFIG-ROOT         PIC X(200) VALUE ".".
      *   Where SITE.baseline and the reference copies live;
      *   --baseline-dir=PATH.
       01 WS-CONFIG-BASELINE-DIR PIC X(200) VALUE ".".
      *   Where per-host log copies are gathered for dvd-consol;
      *   --gather-dir=PATH.
       01 WS-CONFIG-GATHER-DIR   PIC X(200) VALUE ".".
      *   Where retirement archives are sealed; --archive-dir=PATH.
       01 WS-CONFIG-ARCHIVE-DIR  PIC X(200) VALUE ".".
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 9 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   The unit's roster entry.
       01 WS-ROSTER-FOUND PIC X VALUE 'N'.
       01 WS-CUR-SITE     PIC X(20).
       01 WS-CUR-STATUS   PIC X.
       01 WS-CUR-OFFSET   PIC X(5).
       01 WS-CUR-RULE     PIC X(2).
       01 WS-UNIT-DIR     PIC X(255).
       01 WS-BASELINE-PATH PIC X(255).
       01 WS-OPERATOR     PIC X(16).
       01 WS-TODAY        PIC X(8).
       01 WS-BAD-CHARS    PIC 99.
      *   CBL_CHECK_FILE_EXIST's answer block: size, then date and
      *   time; only whether the call succeeds matters here.
       01 WS-FILE-INFO.
          05 WS-FILE-SIZE PIC X(8) COMP-X.
          05 WS-FILE-WHEN PIC X(8).
      *   005-COPY-FILE's controls: which lines to copy (A all,
      *   R baseline settings only, C baseline calendar lines only),
      *   whether to append, and what came of it (Y copied,
      *   M no input file, E failed) with the line count and the
      *   newest leading YYYYMMDDHHMMSS seen.
       01 WS-COPY-FILTER PIC X.
       01 WS-COPY-EXTEND PIC X.
       01 WS-COPY-RESULT PIC X.
       01 WS-COPY-COUNT  PIC 9(9).
       01 WS-COPY-NEWEST PIC X(14).
       01 WS-COPY-EOF    PIC X.
       01 WS-COPY-TAKE   PIC X.
       01 WS-LINE-KEY    PIC X(20).
       01 WS-LINE-VALUE  PIC X(180).
      *   The three kiosk log streams, as DVD-CONSOL names them,
      *   with what the final gather found in each.
       78 WS-MAX-STREAMS VALUE 3.
       01 WS-STREAM-NAMES.
          05 FILLER PIC X(16) VALUE "corner-hits".
          05 FILLER PIC X(16) VALUE "session".
          05 FILLER PIC X(16) VALUE "proof-of-play".
       01 WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAMES.
          05 WS-STREAM-NAME OCCURS WS-MAX-STREAMS TIMES PIC X(16).
       01 WS-STREAM-TABLE.
          05 WS-STREAM-ENTRY OCCURS WS-MAX-STREAMS TIMES.
             10 WS-STREAM-PRESENT PIC X.
             10 WS-STREAM-COUNT   PIC 9(9).
             10 WS-STREAM-NEWEST  PIC X(14).
             10 WS-STREAM-HWM     PIC X(14).
       01 WS-STREAM-IDX PIC 9.
      *   Broken out of one consolidation.hwm line.
       01 WS-HWM-IN-HOST   PIC X(20).
       01 WS-HWM-IN-STREAM PIC X(16).
       01 WS-HWM-IN-TIME   PIC X(14).
       01 WS-SHELL-CMD     PIC X(600).
       01 WS-SHELL-RC      PIC S9(9).
       01 WS-ARCHIVE-PREFIX PIC X(255).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          IF WS-CONFIG-ACTION = SPACE THEN
             DISPLAY "dvd-provis: one of --provision=HOST or "
                "--decommission=HOST is required"
             END-DISPLAY
             DISPLAY "Try 'dvd-provis -h' for more information"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM 001-CHECK-HOST-NAME.
          ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER" END-ACCEPT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
          PERFORM 001-FIND-ROSTER-HOST.

          MOVE SPACES TO WS-UNIT-DIR.
          STRING FUNCTION TRIM(WS-CONFIG-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
              INTO WS-UNIT-DIR
          END-STRING.

          IF WS-CONFIG-ACTION = 'P' THEN
             PERFORM 001-PROVISION
          ELSE
             PERFORM 001-DECOMMISSION
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
          MOVE "provision" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1           TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'P'         TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "decommission" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1              TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'D'            TO WS-GETOPT-LONGOPTION-RETURN(5).

          MOVE "root" TO WS-GETOPT-LONGOPTION-NAME(6).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(6).
          MOVE 'R'    TO WS-GETOPT-LONGOPTION-RETURN(6).

          MOVE "baseline-dir" TO WS-GETOPT-LONGOPTION-NAME(7).
          MOVE 1              TO WS-GETOPT-LONGOPTION-HAS-VALUE(7).
          MOVE 'B'            TO WS-GETOPT-LONGOPTION-RETURN(7).

          MOVE "gather-dir" TO WS-GETOPT-LONGOPTION-NAME(8).
          MOVE 1            TO WS-GETOPT-LONGOPTION-HAS-VALUE(8).
          MOVE 'G'          TO WS-GETOPT-LONGOPTION-RETURN(8).

          MOVE "archive-dir" TO WS-GETOPT-LONGOPTION-NAME(9).
          MOVE 1             TO WS-GETOPT-LONGOPTION-HAS-VALUE(9).
          MOVE 'A'           TO WS-GETOPT-LONGOPTION-RETURN(9).

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
                DISPLAY "Try 'dvd-provis -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-provis 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'P'
             WHEN = 'D'
                IF WS-CONFIG-ACTION NOT = SPACE THEN
                   DISPLAY "dvd-provis: give one of --provision or "
                      "--decommission, once"
                   END-DISPLAY
                   STOP RUN RETURNING 1
                END-IF
                MOVE WS-GETOPT-RETURN-CHAR TO WS-CONFIG-ACTION
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-HOST
                END-UNSTRING
             WHEN = 'R'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-ROOT
                END-UNSTRING
             WHEN = 'B'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-BASELINE-DIR
                END-UNSTRING
             WHEN = 'G'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-GATHER-DIR
                END-UNSTRING
             WHEN = 'A'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-ARCHIVE-DIR
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      * The host names a directory this job creates and may remove,
      * so anything that could step outside --root or break the
      * shell quoting is refused outright.
       001-CHECK-HOST-NAME.
          MOVE 0 TO WS-BAD-CHARS.
          INSPECT WS-CONFIG-HOST TALLYING WS-BAD-CHARS
             FOR ALL "/" ALL "'" ALL " " BEFORE INITIAL "  ".
          IF WS-CONFIG-HOST = SPACES OR WS-CONFIG-HOST(1:1) = "."
             OR WS-BAD-CHARS > 0
          THEN
             DISPLAY "dvd-provis: '" FUNCTION TRIM(WS-CONFIG-HOST)
                "' is not a usable host tag"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

       001-FIND-ROSTER-HOST.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: cannot read kiosk-roster.dat "
                "(status " WS-ROSTER-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE 'N' TO WS-ROSTER-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-ROSTER-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                   IF KR-HOST = WS-CONFIG-HOST THEN
                      MOVE 'Y'       TO WS-ROSTER-FOUND
                      MOVE KR-SITE   TO WS-CUR-SITE
                      MOVE KR-STATUS TO WS-CUR-STATUS
                      MOVE KR-UTC-OFFSET TO WS-CUR-OFFSET
                      MOVE KR-DST-RULE   TO WS-CUR-RULE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.
          IF WS-ROSTER-FOUND = 'N' THEN
             DISPLAY "dvd-provis: " FUNCTION TRIM(WS-CONFIG-HOST)
                " is not in kiosk-roster.dat; add it with dvd-roster "
                "first"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * Builds the unit's directory from the site's standard files.
       001-PROVISION.
          IF WS-CUR-STATUS NOT = 'I' THEN
             DISPLAY "dvd-provis: " FUNCTION TRIM(WS-CONFIG-HOST)
                " is retired on the roster; only in-service units "
                "are provisioned"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          MOVE SPACES TO WS-BASELINE-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-BASELINE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-SITE) DELIMITED BY SIZE
                 ".baseline" DELIMITED BY SIZE
              INTO WS-BASELINE-PATH
          END-STRING.
          MOVE WS-BASELINE-PATH TO WS-COPY-IN-PATH.
          OPEN INPUT F-COPY-IN.
          IF WS-COPY-IN-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: no baseline for site "
                FUNCTION TRIM(WS-CUR-SITE) " ("
                FUNCTION TRIM(WS-BASELINE-PATH) ", status "
                WS-COPY-IN-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          CLOSE F-COPY-IN.

          CALL "CBL_CREATE_DIR" USING WS-UNIT-DIR END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-provis: cannot create "
                FUNCTION TRIM(WS-UNIT-DIR) " (it may already exist); "
                "refusing to provision over it"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      *   .dvd-thingyrc: the unit's own tag and time zone, then the
      *   site settings. A unit with no zone on the roster keeps UTC
      *   and says so, TZ=+0000: the unit-side jobs refuse to run
      *   without the key.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/.dvd-thingyrc" DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          OPEN OUTPUT F-COPY-OUT.
          IF WS-COPY-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: cannot write "
                FUNCTION TRIM(WS-COPY-OUT-PATH) " (status "
                WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          MOVE SPACES TO WS-COPY-OUT-LINE.
          STRING "HOST=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
              INTO WS-COPY-OUT-LINE
          END-STRING.
          WRITE WS-COPY-OUT-LINE.
          IF WS-CUR-OFFSET = SPACES THEN
             MOVE "+0000" TO WS-CUR-OFFSET
          END-IF.
          MOVE SPACES TO WS-COPY-OUT-LINE.
          STRING "TZ=" DELIMITED BY SIZE
                 WS-CUR-OFFSET DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CUR-RULE DELIMITED BY SIZE
              INTO WS-COPY-OUT-LINE
          END-STRING.
          WRITE WS-COPY-OUT-LINE.
          CLOSE F-COPY-OUT.
          MOVE WS-BASELINE-PATH TO WS-COPY-IN-PATH.
          MOVE 'R' TO WS-COPY-FILTER.
          MOVE 'Y' TO WS-COPY-EXTEND.
          PERFORM 005-COPY-OR-DIE.

      *   site-calendar.dat only when the site pins hours: a unit
      *   with no calendar runs always-open, which is what a site
      *   without calendar lines in its baseline asked for.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/site-calendar.dat" DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 'C' TO WS-COPY-FILTER.
          MOVE 'N' TO WS-COPY-EXTEND.
          PERFORM 005-COPY-OR-DIE.
          IF WS-COPY-COUNT = 0 THEN
             CALL "C$DELETE" USING WS-COPY-OUT-PATH, 0 END-CALL
          END-IF.

          MOVE "logo-schedule.dat" TO WS-LINE-KEY.
          PERFORM 005-COPY-REFERENCE.
          MOVE "marquee-messages.txt" TO WS-LINE-KEY.
          PERFORM 005-COPY-REFERENCE.

          MOVE "corner-hits.log" TO WS-LINE-KEY.
          PERFORM 005-SEED-EMPTY.
          MOVE "session.log" TO WS-LINE-KEY.
          PERFORM 005-SEED-EMPTY.
          MOVE "proof-of-play.log" TO WS-LINE-KEY.
          PERFORM 005-SEED-EMPTY.
          MOVE "error.log" TO WS-LINE-KEY.
          PERFORM 005-SEED-EMPTY.
          MOVE ".dvd-thingyrc-audit" TO WS-LINE-KEY.
          PERFORM 005-SEED-EMPTY.

      *   MOVE SPACES TO KP-RECORD first: the FILLERs between fields
      *   of an FD record do not take their VALUE clauses.
          MOVE SPACES TO KP-RECORD.
          MOVE "PROVISION" TO KP-ACTION.
          MOVE 0 TO KP-CORNER-HITS KP-SESSIONS KP-PLAYS.
          MOVE WS-UNIT-DIR TO KP-DETAIL.
          PERFORM 005-WRITE-PROVISION-RECORD.
          DISPLAY "dvd-provis: provisioned "
             FUNCTION TRIM(WS-CONFIG-HOST) " in "
             FUNCTION TRIM(WS-UNIT-DIR) " from site "
             FUNCTION TRIM(WS-CUR-SITE) "'s standard files"
          END-DISPLAY.

      *   SITE.<name> from --baseline-dir into the unit directory as
      *   <name> (in WS-LINE-KEY); a site without one is fine.
       005-COPY-REFERENCE.
          MOVE SPACES TO WS-COPY-IN-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-BASELINE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CUR-SITE) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LINE-KEY) DELIMITED BY SIZE
              INTO WS-COPY-IN-PATH
          END-STRING.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LINE-KEY) DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 'A' TO WS-COPY-FILTER.
          MOVE 'N' TO WS-COPY-EXTEND.
          PERFORM 005-COPY-OR-DIE.

       005-SEED-EMPTY.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LINE-KEY) DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          OPEN OUTPUT F-COPY-OUT.
          IF WS-COPY-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: cannot create "
                FUNCTION TRIM(WS-COPY-OUT-PATH) " (status "
                WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          CLOSE F-COPY-OUT.

      * Gathers, absorbs, confirms, seals, and only then removes.
       001-DECOMMISSION.
          IF WS-CUR-STATUS NOT = 'R' THEN
             DISPLAY "dvd-provis: " FUNCTION TRIM(WS-CONFIG-HOST)
                " is still in service; retire it with dvd-roster "
                "before decommissioning"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          CALL "CBL_CHECK_FILE_EXIST" USING WS-UNIT-DIR WS-FILE-INFO
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-provis: no unit directory "
                FUNCTION TRIM(WS-UNIT-DIR)
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                  UNTIL WS-STREAM-IDX > WS-MAX-STREAMS
             PERFORM 005-GATHER-STREAM
          END-PERFORM.
          PERFORM 001-RUN-CONSOL.
          PERFORM 001-CONFIRM-ABSORBED.
          PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                  UNTIL WS-STREAM-IDX > WS-MAX-STREAMS
             IF WS-STREAM-PRESENT(WS-STREAM-IDX) = 'Y' THEN
                PERFORM 005-SEAL-STREAM
             END-IF
          END-PERFORM.
          PERFORM 001-REMOVE-UNIT-DIR.

          MOVE SPACES TO WS-ARCHIVE-PREFIX.
          STRING FUNCTION TRIM(WS-CONFIG-ARCHIVE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
                 ".*.retired-" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-ARCHIVE-PREFIX
          END-STRING.
          MOVE SPACES TO KP-RECORD.
          MOVE "DECOMMISSION"     TO KP-ACTION.
          MOVE WS-STREAM-COUNT(1) TO KP-CORNER-HITS.
          MOVE WS-STREAM-COUNT(2) TO KP-SESSIONS.
          MOVE WS-STREAM-COUNT(3) TO KP-PLAYS.
          MOVE WS-ARCHIVE-PREFIX  TO KP-DETAIL.
          PERFORM 005-WRITE-PROVISION-RECORD.
          DISPLAY "dvd-provis: decommissioned "
             FUNCTION TRIM(WS-CONFIG-HOST) ": "
             WS-STREAM-COUNT(1) " corner hits, "
             WS-STREAM-COUNT(2) " session records and "
             WS-STREAM-COUNT(3) " plays sealed into "
             FUNCTION TRIM(WS-ARCHIVE-PREFIX)
          END-DISPLAY.

      *   The unit's current STREAM.log into the gather directory as
      *   HOST.STREAM.log; a unit that never wrote the log has
      *   nothing to gather for it.
       005-GATHER-STREAM.
          MOVE SPACES TO WS-COPY-IN-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
                    DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-COPY-IN-PATH
          END-STRING.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-GATHER-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
                    DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 'A' TO WS-COPY-FILTER.
          MOVE 'N' TO WS-COPY-EXTEND.
          PERFORM 005-COPY-OR-DIE.
          IF WS-COPY-RESULT = 'Y' THEN
             MOVE 'Y' TO WS-STREAM-PRESENT(WS-STREAM-IDX)
          ELSE
             MOVE 'N' TO WS-STREAM-PRESENT(WS-STREAM-IDX)
          END-IF.
          MOVE WS-COPY-COUNT  TO WS-STREAM-COUNT(WS-STREAM-IDX).
          MOVE WS-COPY-NEWEST TO WS-STREAM-NEWEST(WS-STREAM-IDX).
          DISPLAY "dvd-provis: gathered " WS-COPY-COUNT " "
             FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
             " records into " FUNCTION TRIM(WS-COPY-OUT-PATH)
          END-DISPLAY.

      *   The same CALL "SYSTEM" handoff DVD-CLOSE runs its steps
      *   with; dvd-consol's own rerun gate and roster check apply.
       001-RUN-CONSOL.
          MOVE SPACES TO WS-SHELL-CMD.
          STRING "dvd-consol --dir='" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-GATHER-DIR) DELIMITED BY SIZE
                 "' --final=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
              INTO WS-SHELL-CMD
          END-STRING.
          CALL "SYSTEM" USING WS-SHELL-CMD END-CALL.
          MOVE RETURN-CODE TO WS-SHELL-RC.
          IF WS-SHELL-RC NOT = 0 THEN
             DISPLAY "dvd-provis: dvd-consol failed with status "
                WS-SHELL-RC "; " FUNCTION TRIM(WS-UNIT-DIR)
                " left in place"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      *   Absorbed means the host's mark for the stream has reached
      *   the newest record the unit's log holds - dvd-consol takes
      *   everything up to its mark as already in the master.
       001-CONFIRM-ABSORBED.
          PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                  UNTIL WS-STREAM-IDX > WS-MAX-STREAMS
             MOVE "00000000000000" TO WS-STREAM-HWM(WS-STREAM-IDX)
          END-PERFORM.
          OPEN INPUT F-HWM.
          IF WS-HWM-STATUS = "00" THEN
             MOVE 'N' TO WS-HWM-EOF
             PERFORM WITH TEST AFTER UNTIL WS-HWM-EOF = 'Y'
                READ F-HWM
                   AT END
                      MOVE 'Y' TO WS-HWM-EOF
                   NOT AT END
                      PERFORM 005-NOTE-HWM-LINE
                END-READ
             END-PERFORM
             CLOSE F-HWM
          END-IF.

          PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                  UNTIL WS-STREAM-IDX > WS-MAX-STREAMS
             IF WS-STREAM-NEWEST(WS-STREAM-IDX)
                > WS-STREAM-HWM(WS-STREAM-IDX)
             THEN
                DISPLAY "dvd-provis: "
                   FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
                   " not fully absorbed: newest record "
                   WS-STREAM-NEWEST(WS-STREAM-IDX)
                   ", consolidation mark "
                   WS-STREAM-HWM(WS-STREAM-IDX) "; "
                   FUNCTION TRIM(WS-UNIT-DIR) " left in place"
                END-DISPLAY
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM.

       005-NOTE-HWM-LINE.
          MOVE SPACES TO WS-HWM-IN-HOST WS-HWM-IN-STREAM
             WS-HWM-IN-TIME.
          UNSTRING WS-HWM-LINE DELIMITED BY ALL SPACE
             INTO WS-HWM-IN-HOST WS-HWM-IN-STREAM WS-HWM-IN-TIME
          END-UNSTRING.
          IF WS-HWM-IN-HOST NOT = WS-CONFIG-HOST THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                  UNTIL WS-STREAM-IDX > WS-MAX-STREAMS
             IF WS-HWM-IN-STREAM = WS-STREAM-NAME(WS-STREAM-IDX) THEN
                MOVE WS-HWM-IN-TIME TO WS-STREAM-HWM(WS-STREAM-IDX)
             END-IF
          END-PERFORM.

      *   Copies the unit's log into the archive, checks the copy
      *   holds exactly what was gathered, then write-protects it.
       005-SEAL-STREAM.
          MOVE SPACES TO WS-COPY-IN-PATH.
          STRING FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
                    DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-COPY-IN-PATH
          END-STRING.
          MOVE SPACES TO WS-COPY-OUT-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-ARCHIVE-DIR)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STREAM-NAME(WS-STREAM-IDX))
                    DELIMITED BY SIZE
                 ".retired-" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
              INTO WS-COPY-OUT-PATH
          END-STRING.
          MOVE 'A' TO WS-COPY-FILTER.
          MOVE 'N' TO WS-COPY-EXTEND.
          PERFORM 005-COPY-OR-DIE.

      *   Read the archive back: same count, same newest record.
          MOVE WS-COPY-OUT-PATH TO WS-COPY-IN-PATH.
          MOVE "/dev/null" TO WS-COPY-OUT-PATH.
          PERFORM 005-COPY-OR-DIE.
          IF WS-COPY-COUNT NOT = WS-STREAM-COUNT(WS-STREAM-IDX)
             OR WS-COPY-NEWEST NOT = WS-STREAM-NEWEST(WS-STREAM-IDX)
          THEN
             DISPLAY "dvd-provis: retirement archive "
                FUNCTION TRIM(WS-COPY-IN-PATH) " holds "
                WS-COPY-COUNT " records, expected "
                WS-STREAM-COUNT(WS-STREAM-IDX) "; "
                FUNCTION TRIM(WS-UNIT-DIR) " left in place"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          MOVE SPACES TO WS-SHELL-CMD.
          STRING "chmod a-w '" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COPY-IN-PATH) DELIMITED BY SIZE
                 "'" DELIMITED BY SIZE
              INTO WS-SHELL-CMD
          END-STRING.
          CALL "SYSTEM" USING WS-SHELL-CMD END-CALL.

       001-REMOVE-UNIT-DIR.
          MOVE SPACES TO WS-SHELL-CMD.
          STRING "rm -rf -- '" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNIT-DIR) DELIMITED BY SIZE
                 "'" DELIMITED BY SIZE
              INTO WS-SHELL-CMD
          END-STRING.
          CALL "SYSTEM" USING WS-SHELL-CMD END-CALL.
          MOVE RETURN-CODE TO WS-SHELL-RC.
          IF WS-SHELL-RC NOT = 0 THEN
             DISPLAY "dvd-provis: logs are sealed, but removing "
                FUNCTION TRIM(WS-UNIT-DIR) " failed with status "
                WS-SHELL-RC
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * 005-COPY-FILE, with a failed copy fatal; a missing input is
      * left for the caller to judge.
       005-COPY-OR-DIE.
          PERFORM 005-COPY-FILE.
          IF WS-COPY-RESULT = 'E' THEN
             STOP RUN RETURNING 1
          END-IF.

      * Copies WS-COPY-IN-PATH to WS-COPY-OUT-PATH line by line
      * under WS-COPY-FILTER, appending when WS-COPY-EXTEND is 'Y'.
       005-COPY-FILE.
          MOVE 0 TO WS-COPY-COUNT.
          MOVE "00000000000000" TO WS-COPY-NEWEST.
          OPEN INPUT F-COPY-IN.
          IF WS-COPY-IN-STATUS = "35" THEN
             MOVE 'M' TO WS-COPY-RESULT
             EXIT PARAGRAPH
          END-IF.
          IF WS-COPY-IN-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: cannot open "
                FUNCTION TRIM(WS-COPY-IN-PATH) " (status "
                WS-COPY-IN-STATUS ")"
             END-DISPLAY
             MOVE 'E' TO WS-COPY-RESULT
             EXIT PARAGRAPH
          END-IF.
          IF WS-COPY-EXTEND = 'Y' THEN
             OPEN EXTEND F-COPY-OUT
             IF WS-COPY-OUT-STATUS = "35" THEN
                OPEN OUTPUT F-COPY-OUT
             END-IF
          ELSE
             OPEN OUTPUT F-COPY-OUT
          END-IF.
          IF WS-COPY-OUT-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: cannot write "
                FUNCTION TRIM(WS-COPY-OUT-PATH) " (status "
                WS-COPY-OUT-STATUS ")"
             END-DISPLAY
             CLOSE F-COPY-IN
             MOVE 'E' TO WS-COPY-RESULT
             EXIT PARAGRAPH
          END-IF.

          MOVE 'N' TO WS-COPY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-COPY-EOF = 'Y'
             READ F-COPY-IN
                AT END
                   MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                   PERFORM 005-FILTER-LINE
                   IF WS-COPY-TAKE = 'Y' THEN
                      MOVE WS-COPY-IN-LINE TO WS-COPY-OUT-LINE
                      WRITE WS-COPY-OUT-LINE
                      ADD 1 TO WS-COPY-COUNT
                      IF WS-COPY-IN-LINE(1:14) IS NUMERIC
                         AND WS-COPY-IN-LINE(1:14) > WS-COPY-NEWEST
                      THEN
                         MOVE WS-COPY-IN-LINE(1:14) TO WS-COPY-NEWEST
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-COPY-IN.
          CLOSE F-COPY-OUT.
          MOVE 'Y' TO WS-COPY-RESULT.

      *   A baseline line is a calendar line when its key is a
      *   weekday or HOLIDAY, as DVD-CALEND writes them; comments
      *   and blank lines stay in the baseline.
       005-FILTER-LINE.
          MOVE 'Y' TO WS-COPY-TAKE.
          IF WS-COPY-FILTER = 'A' THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-COPY-IN-LINE(1:1) = "#" OR WS-COPY-IN-LINE = SPACES
          THEN
             MOVE 'N' TO WS-COPY-TAKE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-LINE-KEY WS-LINE-VALUE.
          UNSTRING WS-COPY-IN-LINE DELIMITED BY "="
             INTO WS-LINE-KEY WS-LINE-VALUE
          END-UNSTRING.
          EVALUATE FUNCTION TRIM(WS-LINE-KEY)
          WHEN "MON"
          WHEN "TUE"
          WHEN "WED"
          WHEN "THU"
          WHEN "FRI"
          WHEN "SAT"
          WHEN "SUN"
          WHEN "HOLIDAY"
             IF WS-COPY-FILTER = 'R' THEN
                MOVE 'N' TO WS-COPY-TAKE
             END-IF
      *   The unit's tag and zone are written by the provision
      *   itself.
          WHEN "HOST"
          WHEN "TZ"
             MOVE 'N' TO WS-COPY-TAKE
          WHEN OTHER
             IF WS-COPY-FILTER = 'C' THEN
                MOVE 'N' TO WS-COPY-TAKE
             END-IF
          END-EVALUATE.

       005-WRITE-PROVISION-RECORD.
          MOVE FUNCTION CURRENT-DATE(1:14) TO KP-TIMESTAMP.
          MOVE WS-OPERATOR    TO KP-OPERATOR.
          MOVE WS-CONFIG-HOST TO KP-HOST.
          MOVE WS-CUR-SITE    TO KP-SITE.
          OPEN EXTEND F-PROVISION.
          IF WS-PROVISION-STATUS = "35" THEN
             OPEN OUTPUT F-PROVISION
          END-IF.
          IF WS-PROVISION-STATUS NOT = "00" THEN
             DISPLAY "dvd-provis: done, but cannot record it in "
                "kiosk-provision.dat (status " WS-PROVISION-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          WRITE KP-RECORD.
          CLOSE F-PROVISION.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-provis --provision=HOST [options...]"
          END-DISPLAY.
          DISPLAY "  dvd-provis --decommission=HOST [options...]"
          END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "--provision builds an in-service roster unit's "
                  "working directory under --root from its site's "
                  "standard files (SITE.baseline and the reference "
                  "copies in --baseline-dir) and seeds its logs "
                  "empty. --decommission gathers a retired unit's "
                  "last logs, has dvd-consol absorb them, confirms "
                  "they were, seals them into a dated retirement "
                  "archive and removes the directory. Both record "
                  "who ran them in kiosk-provision.dat."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --provision=HOST     build HOST's kiosk "
                  "directory."
          END-DISPLAY.
          DISPLAY "      --decommission=HOST  retire HOST's kiosk "
                  "directory."
          END-DISPLAY.
          DISPLAY "      --root=PATH  directory whose subdirectories "
                  "are the per-host kiosk working directories "
                  "(default: current directory)."
          END-DISPLAY.
          DISPLAY "      --baseline-dir=PATH  directory holding the "
                  "site standard files (default: current directory)."
          END-DISPLAY.
          DISPLAY "      --gather-dir=PATH  directory the final "
                  "gather copies into and dvd-consol reads (default: "
                  "current directory)."
          END-DISPLAY.
          DISPLAY "      --archive-dir=PATH  directory for the "
                  "retirement archives (default: current directory)."
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
