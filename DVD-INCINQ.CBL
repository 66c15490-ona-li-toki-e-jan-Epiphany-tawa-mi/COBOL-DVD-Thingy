       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-INCINQ.
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
      * Interactive incident-timeline inquiry for one unit: an
      * operator keys a host and a time window and pages through one
      * merged, time-ordered timeline of everything on record about
      * it, instead of grepping five files by hand when a site calls
      * about "the lobby screen froze Tuesday afternoon". Each line
      * is labelled with the file it came from:
      *   SESSION  - START/STOP (with the stop reason) from
      *              consolidated-session.log,
      *   HIT      - corner hits from consolidated-corner-hits.log,
      *   ALERT    - raised, last seen, notified, escalated and
      *              acknowledged times from alert-state.dat
      *              (ALERT-STATE-RECORD.CPY; the unit's current
      *              episode only, which is all that file keeps),
      *   DISPATCH - commands DVD-DISPAT sent it and whether it
      *              consumed them (dispatch-log.dat),
      *   ERROR    - its own error.log, read from the unit's working
      *              directory under --root (the per-host layout
      *              DVD-DISPAT and DVD-MONITOR use), since error
      *              records carry no host of their own.
      * The sources are merged the way DVD-ERRREP orders its log: a
      * SORT keyed on timestamp with a release sequence behind it,
      * so events in the same second keep the order above. SAVE
      * writes the timeline last shown to a file for the site's
      * ticket. Prompt-and-answer line I/O, the same screen style as
      * DVD-CHINQ.
      *
      * The consolidated logs are stamped in UTC; SESSION and HIT
      * times are put back into the unit's local time (its roster
      * time zone) before the window is applied, so the window is
      * keyed, and the timeline read, in the site's own time as the
      * unit's error.log already is. ALERT and DISPATCH times are
      * the central clock's, as DVD-ALERT and DVD-DISPAT stamp them:
      * they go to UTC by this machine's offset from GMT, then to the
      * unit's local time the same way. The offset taken is today's,
      * so a central stamp from the other side of this machine's own
      * daylight-saving change reads an hour out. A unit with no
      * zone has nothing to convert to, and each source is shown as
      * it was stamped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   DVD-CONSOL's host-stamped masters: 20-character host, a
      *   space, then the original line.
          SELECT F-CONSOL-SESSIONS
             ASSIGN TO "consolidated-session.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-SESSIONS-STATUS.
          SELECT F-CONSOL-HITS
             ASSIGN TO "consolidated-corner-hits.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOL-HITS-STATUS.
          SELECT F-ALERT-STATE ASSIGN TO "alert-state.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATE-STATUS.
          SELECT F-DISPATCH-LOG ASSIGN TO "dispatch-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPATCH-LOG-STATUS.
      *   --root/HOST/error.log for the unit being inquired on.
          SELECT F-ERROR-LOG ASSIGN DYNAMIC WS-ERROR-LOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERROR-LOG-STATUS.
      *   Friendly name and site for the timeline heading.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT F-SAVE ASSIGN DYNAMIC WS-SAVE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAVE-STATUS.
          SELECT S-EVENTS ASSIGN TO "dvd-incinq-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CONSOL-SESSIONS.
       01 WS-CONSOL-SESSION-LINE PIC X(230).
       FD F-CONSOL-HITS.
       01 WS-CONSOL-HIT-LINE PIC X(230).
       FD F-ALERT-STATE.
       COPY "ALERT-STATE-RECORD.CPY".
       FD F-DISPATCH-LOG.
       COPY "DISPATCH-LOG-RECORD.CPY".
       FD F-ERROR-LOG.
       COPY "ERROR-LOG-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-SAVE.
       01 WS-SAVE-RECORD PIC X(80).
       SD S-EVENTS.
       01 WS-SORT-RECORD.
          05 WS-SORT-STAMP  PIC X(14).
          05 WS-SORT-SEQ    PIC 9(7).
          05 WS-SORT-SOURCE PIC X(8).
          05 WS-SORT-TEXT   PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-CONSOL-SESSIONS-STATUS PIC XX.
       01 WS-CONSOL-HITS-STATUS     PIC XX.
       01 WS-ALERT-STATE-STATUS     PIC XX.
       01 WS-DISPATCH-LOG-STATUS    PIC XX.
       01 WS-ERROR-LOG-STATUS       PIC XX.
       01 WS-ROSTER-STATUS          PIC XX.
       01 WS-SAVE-STATUS            PIC XX.
       01 WS-ERROR-LOG-PATH PIC X(255).
       01 WS-SAVE-PATH      PIC X(255).
       01 WS-FILE-EOF       PIC X.
      *   Where the per-host working directories live; --root=PATH.
       01 WS-CONFIG-ROOT PIC X(200) VALUE ".".
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
      *   The inquiry under way: the unit, its roster details, and
      *   the window as full timestamps.
       01 WS-HOST       PIC X(20).
       01 WS-HOST-NAME  PIC X(30).
       01 WS-HOST-SITE  PIC X(20).
       01 WS-HOST-OFFSET PIC X(5).
       01 WS-HOST-RULE   PIC X(2).
      *   This machine's offset from GMT, "+HHMM", for the central
      *   clock's stamps.
       01 WS-CENTRAL-OFFSET PIC X(5).
       01 WS-FROM-STAMP PIC X(14).
       01 WS-TO-STAMP   PIC X(14).
      *   Filled by 005-ACCEPT-STAMP from WS-ANSWER: YYYYMMDD,
      *   YYYYMMDDHHMM or YYYYMMDDHHMMSS, the missing time taken from
      *   WS-STAMP-PAD (start or end of the day/minute).
       01 WS-ANSWER     PIC X(40).
       01 WS-STAMP-PAD  PIC X(6).
       01 WS-STAMP-OUT  PIC X(14).
       01 WS-STAMP-OK   PIC X.
       01 WS-COMMAND    PIC X(10).
       01 WS-DONE       PIC X VALUE 'N'.
      *   The merged timeline as it came back from the sort, kept for
      *   paging and for SAVE.
       78 WS-MAX-EVENTS VALUE 2000.
       01 WS-EVENT-TABLE.
          05 WS-EVENT-ENTRY OCCURS WS-MAX-EVENTS TIMES.
             10 WS-EVENT-STAMP  PIC X(14).
             10 WS-EVENT-SOURCE PIC X(8).
             10 WS-EVENT-TEXT   PIC X(50).
       01 WS-EVENT-COUNT     PIC 9(5) VALUE 0.
       01 WS-EVENT-IDX       PIC 9(5).
       01 WS-EVENT-DROPPED   PIC 9(7).
       01 WS-TIMELINE-BUILT  PIC X VALUE 'N'.
       01 WS-RELEASE-SEQ     PIC 9(7).
      *   Which sources could not be read this time, for the notes
      *   under the timeline.
       01 WS-MISSING-SOURCES PIC X(60).
       01 WS-MISSING-PTR     PIC 99.
      *   One event being built for release.
       01 WS-EV-STAMP  PIC X(14).
       01 WS-EV-SOURCE PIC X(8).
       01 WS-EV-TEXT   PIC X(50).
       01 WS-TEXT-PTR  PIC 999.
       01 WS-SESSION-REC.
          05 WS-SESSION-STAMP   PIC X(14).
          05 FILLER             PIC X.
          05 WS-SESSION-PROGRAM PIC X(12).
          05 FILLER             PIC X.
          05 WS-SESSION-EVENT   PIC X(5).
          05 FILLER             PIC X.
          05 WS-SESSION-REASON  PIC X(6).
          05 FILLER             PIC X(190).
       01 WS-HIT-REC.
          05 WS-HIT-STAMP  PIC X(14).
          05 FILLER        PIC X.
          05 WS-HIT-CORNER PIC X(2).
          05 FILLER        PIC X.
          05 WS-HIT-WIDTH  PIC X(4).
          05 FILLER        PIC X.
          05 WS-HIT-HEIGHT PIC X(4).
          05 FILLER        PIC X(182).
      *   One timeline line as shown and saved.
       01 WS-SHOW-LINE PIC X(80).
       78 WS-PAGE-SIZE VALUE 20.
       01 WS-PAGE-SHOWN PIC 99.
       01 WS-SHOW-STOP  PIC X.
       01 WS-COUNT-DISPLAY PIC Z(6)9.
       01 WS-NOW-STAMP  PIC X(14).
       COPY "TZ-CONVERT-RECORD.CPY".
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.

          DISPLAY "Incident timeline inquiry. Commands: UNIT, SHOW, "
             "SAVE, QUIT"
          END-DISPLAY.
          PERFORM WITH TEST AFTER UNTIL WS-DONE = 'Y'
             DISPLAY SPACE END-DISPLAY
             DISPLAY "incinq> " WITH NO ADVANCING END-DISPLAY
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND END-ACCEPT
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
             WHEN "UNIT"
                PERFORM 001-INQUIRE-UNIT
             WHEN "SHOW"
                PERFORM 001-SHOW-TIMELINE
             WHEN "SAVE"
                PERFORM 001-SAVE-TIMELINE
             WHEN "QUIT"
             WHEN SPACES
                MOVE 'Y' TO WS-DONE
             WHEN OTHER
                DISPLAY "  UNIT, SHOW, SAVE or QUIT" END-DISPLAY
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

      *   Long-only options below have no short equivalent, so their
      *   return characters are not added to WS-GETOPT-SHORTOPTIONS.
          MOVE "root" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'R'    TO WS-GETOPT-LONGOPTION-RETURN(4).

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
                DISPLAY "Try 'dvd-incinq -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-incinq 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'R'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-ROOT
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

      * UNIT: prompt the host and the window, build the merged
      * timeline and page through it.
       001-INQUIRE-UNIT.
          DISPLAY "Host: " WITH NO ADVANCING END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER)) > 20 THEN
             DISPLAY "  host tags are at most 20 characters"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION TRIM(WS-ANSWER) TO WS-HOST.

          DISPLAY "From (YYYYMMDD or YYYYMMDDHHMM): "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE "000000" TO WS-STAMP-PAD.
          PERFORM 005-ACCEPT-STAMP.
          IF WS-STAMP-OK = 'N' THEN
             DISPLAY "  not a date or time" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP-OUT TO WS-FROM-STAMP.

          DISPLAY "To (YYYYMMDD or YYYYMMDDHHMM) ["
             WS-FROM-STAMP(1:8) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER = SPACES THEN
             MOVE WS-FROM-STAMP(1:8) TO WS-ANSWER
          END-IF.
          MOVE "235959" TO WS-STAMP-PAD.
          PERFORM 005-ACCEPT-STAMP.
          IF WS-STAMP-OK = 'N' THEN
             DISPLAY "  not a date or time" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-STAMP-OUT TO WS-TO-STAMP.
          IF WS-TO-STAMP < WS-FROM-STAMP THEN
             DISPLAY "  the window ends before it starts" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          PERFORM 001-LOOKUP-ROSTER.
          PERFORM 001-BUILD-TIMELINE.
          PERFORM 001-SHOW-TIMELINE.

      * Turns WS-ANSWER into WS-STAMP-OUT; an 8-digit date takes the
      * whole pad, a 12-digit date and time just its seconds.
       005-ACCEPT-STAMP.
          MOVE 'N' TO WS-STAMP-OK.
          MOVE SPACES TO WS-STAMP-OUT.
          EVALUATE TRUE
          WHEN WS-ANSWER(1:14) IS NUMERIC
             MOVE WS-ANSWER(1:14) TO WS-STAMP-OUT
          WHEN WS-ANSWER(1:12) IS NUMERIC
               AND WS-ANSWER(13:2) = SPACES
             STRING WS-ANSWER(1:12) WS-STAMP-PAD(5:2)
                DELIMITED BY SIZE INTO WS-STAMP-OUT
             END-STRING
          WHEN WS-ANSWER(1:8) IS NUMERIC
               AND WS-ANSWER(9:6) = SPACES
             STRING WS-ANSWER(1:8) WS-STAMP-PAD
                DELIMITED BY SIZE INTO WS-STAMP-OUT
             END-STRING
          WHEN OTHER
             EXIT PARAGRAPH
          END-EVALUATE.
          IF WS-STAMP-OUT(5:2) < "01" OR WS-STAMP-OUT(5:2) > "12"
             OR WS-STAMP-OUT(7:2) < "01" OR WS-STAMP-OUT(7:2) > "31"
             OR WS-STAMP-OUT(9:2) > "23"
             OR WS-STAMP-OUT(11:2) > "59"
             OR WS-STAMP-OUT(13:2) > "59"
          THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-STAMP-OK.

      * The unit's friendly name, site and time zone, blank when the
      * roster is missing or does not know the host.
       001-LOOKUP-ROSTER.
          MOVE SPACES TO WS-HOST-NAME.
          MOVE SPACES TO WS-HOST-SITE.
          MOVE SPACES TO WS-HOST-OFFSET.
          MOVE SPACES TO WS-HOST-RULE.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF KR-HOST = WS-HOST THEN
                      MOVE KR-NAME TO WS-HOST-NAME
                      MOVE KR-SITE TO WS-HOST-SITE
                      MOVE KR-UTC-OFFSET TO WS-HOST-OFFSET
                      MOVE KR-DST-RULE   TO WS-HOST-RULE
                      MOVE 'Y' TO WS-FILE-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * The merge: every source releases its in-window events for
      * the unit, and the sort hands them back in time order into
      * the event table.
       001-BUILD-TIMELINE.
          MOVE 0      TO WS-EVENT-COUNT.
          MOVE 0      TO WS-EVENT-DROPPED.
          MOVE 0      TO WS-RELEASE-SEQ.
          MOVE SPACES TO WS-MISSING-SOURCES.
          MOVE 1      TO WS-MISSING-PTR.
          MOVE FUNCTION CURRENT-DATE(17:5) TO WS-CENTRAL-OFFSET.
          SORT S-EVENTS
             ON ASCENDING KEY WS-SORT-STAMP WS-SORT-SEQ
             INPUT PROCEDURE IS 005-RELEASE-EVENTS
             OUTPUT PROCEDURE IS 005-LOAD-EVENTS.
          MOVE 'Y' TO WS-TIMELINE-BUILT.

       005-RELEASE-EVENTS.
          PERFORM 005-RELEASE-SESSIONS.
          PERFORM 005-RELEASE-HITS.
          PERFORM 005-RELEASE-ALERTS.
          PERFORM 005-RELEASE-DISPATCHES.
          PERFORM 005-RELEASE-ERRORS.

      *   Releases WS-EV-STAMP/SOURCE/TEXT when it falls in the
      *   window.
       005-RELEASE-ONE-EVENT.
          IF WS-EV-STAMP IS NOT NUMERIC
             OR WS-EV-STAMP < WS-FROM-STAMP
             OR WS-EV-STAMP > WS-TO-STAMP
          THEN
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-RELEASE-SEQ.
          MOVE WS-EV-STAMP    TO WS-SORT-STAMP.
          MOVE WS-RELEASE-SEQ TO WS-SORT-SEQ.
          MOVE WS-EV-SOURCE   TO WS-SORT-SOURCE.
          MOVE WS-EV-TEXT     TO WS-SORT-TEXT.
          RELEASE WS-SORT-RECORD.

      *   A consolidated UTC stamp in WS-EV-STAMP back to the unit's
      *   local time (TZ-CONVERT.CBL); a unit with no zone is left
      *   as it is.
       005-EV-TO-SITE-TIME.
          MOVE 'L'            TO TC-DIRECTION.
          MOVE WS-HOST-OFFSET TO TC-UTC-OFFSET.
          MOVE WS-HOST-RULE   TO TC-DST-RULE.
          MOVE WS-EV-STAMP    TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT   TO WS-EV-STAMP.

      *   A central-clock stamp in WS-EV-STAMP to the unit's local
      *   time: to UTC by WS-CENTRAL-OFFSET, then on by the unit's
      *   zone. A unit with no zone, or a stamp TZ-CONVERT cannot
      *   read, is left as it is.
       005-CENTRAL-TO-SITE-TIME.
          IF WS-HOST-OFFSET = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'U'               TO TC-DIRECTION.
          MOVE WS-CENTRAL-OFFSET TO TC-UTC-OFFSET.
          MOVE SPACES            TO TC-DST-RULE.
          MOVE WS-EV-STAMP       TO TC-STAMP-IN.
          MOVE SPACES            TO TC-PREV-LOCAL.
          MOVE 'N'               TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          IF TC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE TC-STAMP-OUT TO WS-EV-STAMP.
          PERFORM 005-EV-TO-SITE-TIME.

       005-NOTE-MISSING-SOURCE.
          IF WS-MISSING-PTR > 1 THEN
             STRING ", " DELIMITED BY SIZE
                INTO WS-MISSING-SOURCES WITH POINTER WS-MISSING-PTR
             END-STRING
          END-IF.
          STRING FUNCTION TRIM(WS-EV-SOURCE) DELIMITED BY SIZE
             INTO WS-MISSING-SOURCES WITH POINTER WS-MISSING-PTR
          END-STRING.

      *   SESSION-LOG-RECORD.CPY behind the host stamp.
       005-RELEASE-SESSIONS.
          MOVE "SESSION" TO WS-EV-SOURCE.
          OPEN INPUT F-CONSOL-SESSIONS.
          IF WS-CONSOL-SESSIONS-STATUS NOT = "00" THEN
             PERFORM 005-NOTE-MISSING-SOURCE
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-CONSOL-SESSIONS
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF WS-CONSOL-SESSION-LINE(1:20) = WS-HOST THEN
                      MOVE WS-CONSOL-SESSION-LINE(22:)
                         TO WS-SESSION-REC
                      MOVE WS-SESSION-STAMP TO WS-EV-STAMP
                      PERFORM 005-EV-TO-SITE-TIME
                      MOVE SPACES TO WS-EV-TEXT
                      IF WS-SESSION-EVENT = "STOP"
                         AND WS-SESSION-REASON NOT = SPACES
                      THEN
                         STRING FUNCTION TRIM(WS-SESSION-PROGRAM)
                                " STOP ("
                                FUNCTION TRIM(WS-SESSION-REASON) ")"
                            DELIMITED BY SIZE INTO WS-EV-TEXT
                         END-STRING
                      ELSE
                         STRING FUNCTION TRIM(WS-SESSION-PROGRAM)
                                " " WS-SESSION-EVENT
                            DELIMITED BY SIZE INTO WS-EV-TEXT
                         END-STRING
                      END-IF
                      PERFORM 005-RELEASE-ONE-EVENT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-SESSIONS.

      *   CORNER-HIT-RECORD.CPY behind the host stamp.
       005-RELEASE-HITS.
          MOVE "HIT" TO WS-EV-SOURCE.
          OPEN INPUT F-CONSOL-HITS.
          IF WS-CONSOL-HITS-STATUS NOT = "00" THEN
             PERFORM 005-NOTE-MISSING-SOURCE
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-CONSOL-HITS
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF WS-CONSOL-HIT-LINE(1:20) = WS-HOST THEN
                      MOVE WS-CONSOL-HIT-LINE(22:) TO WS-HIT-REC
                      MOVE WS-HIT-STAMP TO WS-EV-STAMP
                      PERFORM 005-EV-TO-SITE-TIME
                      MOVE SPACES TO WS-EV-TEXT
                      STRING "corner " WS-HIT-CORNER " at "
                             WS-HIT-WIDTH "x" WS-HIT-HEIGHT
                         DELIMITED BY SIZE INTO WS-EV-TEXT
                      END-STRING
                      PERFORM 005-RELEASE-ONE-EVENT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-CONSOL-HITS.

      *   One alert-state line per unit; each step of its current
      *   episode that has a time becomes an event.
       005-RELEASE-ALERTS.
          MOVE "ALERT" TO WS-EV-SOURCE.
          OPEN INPUT F-ALERT-STATE.
          IF WS-ALERT-STATE-STATUS NOT = "00" THEN
             PERFORM 005-NOTE-MISSING-SOURCE
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-ALERT-STATE
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF AS-HOST = WS-HOST THEN
                      PERFORM 005-RELEASE-ALERT-STEPS
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ALERT-STATE.

       005-RELEASE-ALERT-STEPS.
          MOVE AS-FIRST TO WS-EV-STAMP.
          PERFORM 005-CENTRAL-TO-SITE-TIME.
          MOVE SPACES TO WS-EV-TEXT.
          STRING "raised " FUNCTION TRIM(AS-KIND)
             DELIMITED BY SIZE INTO WS-EV-TEXT
          END-STRING.
          PERFORM 005-RELEASE-ONE-EVENT.
          IF AS-LAST NOT = AS-FIRST THEN
             MOVE AS-LAST TO WS-EV-STAMP
             PERFORM 005-CENTRAL-TO-SITE-TIME
             MOVE SPACES TO WS-EV-TEXT
             STRING "last seen " FUNCTION TRIM(AS-KIND)
                DELIMITED BY SIZE INTO WS-EV-TEXT
             END-STRING
             PERFORM 005-RELEASE-ONE-EVENT
          END-IF.
          MOVE AS-NOTIFIED TO WS-EV-STAMP.
          PERFORM 005-CENTRAL-TO-SITE-TIME.
          MOVE "notified" TO WS-EV-TEXT.
          PERFORM 005-RELEASE-ONE-EVENT.
          MOVE AS-ESCALATED TO WS-EV-STAMP.
          PERFORM 005-CENTRAL-TO-SITE-TIME.
          MOVE "escalated" TO WS-EV-TEXT.
          PERFORM 005-RELEASE-ONE-EVENT.
          MOVE AS-ACKED TO WS-EV-STAMP.
          PERFORM 005-CENTRAL-TO-SITE-TIME.
          MOVE SPACES TO WS-EV-TEXT.
          STRING "acknowledged by " FUNCTION TRIM(AS-ACKED-BY)
             DELIMITED BY SIZE INTO WS-EV-TEXT
          END-STRING.
          PERFORM 005-RELEASE-ONE-EVENT.

       005-RELEASE-DISPATCHES.
          MOVE "DISPATCH" TO WS-EV-SOURCE.
          OPEN INPUT F-DISPATCH-LOG.
          IF WS-DISPATCH-LOG-STATUS NOT = "00" THEN
             PERFORM 005-NOTE-MISSING-SOURCE
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-DISPATCH-LOG
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF DL-HOST = WS-HOST THEN
                      MOVE DL-TIMESTAMP TO WS-EV-STAMP
                      PERFORM 005-CENTRAL-TO-SITE-TIME
                      MOVE SPACES TO WS-EV-TEXT
                      STRING FUNCTION TRIM(DL-COMMAND) " by "
                             FUNCTION TRIM(DL-OPERATOR) ": "
                             FUNCTION TRIM(DL-OUTCOME)
                         DELIMITED BY SIZE INTO WS-EV-TEXT
                      END-STRING
                      PERFORM 005-RELEASE-ONE-EVENT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-DISPATCH-LOG.

      *   The unit's own error.log; every line in it is the unit's.
       005-RELEASE-ERRORS.
          MOVE "ERROR" TO WS-EV-SOURCE.
          MOVE SPACES TO WS-ERROR-LOG-PATH.
          STRING FUNCTION TRIM(WS-CONFIG-ROOT) "/"
                 FUNCTION TRIM(WS-HOST) "/error.log"
             DELIMITED BY SIZE INTO WS-ERROR-LOG-PATH
          END-STRING.
          OPEN INPUT F-ERROR-LOG.
          IF WS-ERROR-LOG-STATUS NOT = "00" THEN
             PERFORM 005-NOTE-MISSING-SOURCE
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             READ F-ERROR-LOG
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   MOVE EL-TIMESTAMP TO WS-EV-STAMP
                   MOVE SPACES TO WS-EV-TEXT
                   MOVE 1 TO WS-TEXT-PTR
                   STRING FUNCTION TRIM(EL-PROGRAM) " "
                          FUNCTION TRIM(EL-PARAGRAPH) " st "
                          EL-FILE-STATUS " " FUNCTION TRIM(EL-PATH)
                      DELIMITED BY SIZE INTO WS-EV-TEXT
                      WITH POINTER WS-TEXT-PTR
                      ON OVERFLOW
                         MOVE "..." TO WS-EV-TEXT(48:3)
                   END-STRING
                   PERFORM 005-RELEASE-ONE-EVENT
             END-READ
          END-PERFORM.
          CLOSE F-ERROR-LOG.

       005-LOAD-EVENTS.
          MOVE 'N' TO WS-FILE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-FILE-EOF = 'Y'
             RETURN S-EVENTS
                AT END
                   MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                   IF WS-EVENT-COUNT < WS-MAX-EVENTS THEN
                      ADD 1 TO WS-EVENT-COUNT
                      MOVE WS-SORT-STAMP
                         TO WS-EVENT-STAMP(WS-EVENT-COUNT)
                      MOVE WS-SORT-SOURCE
                         TO WS-EVENT-SOURCE(WS-EVENT-COUNT)
                      MOVE WS-SORT-TEXT
                         TO WS-EVENT-TEXT(WS-EVENT-COUNT)
                   ELSE
                      ADD 1 TO WS-EVENT-DROPPED
                   END-IF
             END-RETURN
          END-PERFORM.

      * SHOW: page through the timeline last built, WS-PAGE-SIZE
      * lines at a time, with the notes under it.
       001-SHOW-TIMELINE.
          IF WS-TIMELINE-BUILT = 'N' THEN
             DISPLAY "  no timeline yet; UNIT builds one" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-BUILD-HEADING.
          DISPLAY WS-SHOW-LINE END-DISPLAY.
          MOVE 0   TO WS-PAGE-SHOWN.
          MOVE 'N' TO WS-SHOW-STOP.
          PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                  UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                     OR WS-SHOW-STOP = 'Y'
             PERFORM 005-BUILD-EVENT-LINE
             DISPLAY WS-SHOW-LINE END-DISPLAY
             ADD 1 TO WS-PAGE-SHOWN
             IF WS-PAGE-SHOWN >= WS-PAGE-SIZE
                AND WS-EVENT-IDX < WS-EVENT-COUNT
             THEN
                MOVE 0 TO WS-PAGE-SHOWN
                DISPLAY "  -- more (Enter) or Q to stop: "
                   WITH NO ADVANCING
                END-DISPLAY
                MOVE SPACES TO WS-ANSWER
                ACCEPT WS-ANSWER END-ACCEPT
                IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "Q" THEN
                   MOVE 'Y' TO WS-SHOW-STOP
                END-IF
             END-IF
          END-PERFORM.
          PERFORM 005-BUILD-COUNT-NOTE.
          DISPLAY WS-SHOW-LINE END-DISPLAY.
          IF WS-EVENT-DROPPED > 0 THEN
             PERFORM 005-BUILD-DROPPED-NOTE
             DISPLAY WS-SHOW-LINE END-DISPLAY
          END-IF.
          IF WS-MISSING-SOURCES NOT = SPACES THEN
             PERFORM 005-BUILD-MISSING-NOTE
             DISPLAY WS-SHOW-LINE END-DISPLAY
          END-IF.

      * SAVE: the same timeline, unpaged, to a file for the ticket;
      * the default name carries the host and the window start.
       001-SAVE-TIMELINE.
          IF WS-TIMELINE-BUILT = 'N' THEN
             DISPLAY "  no timeline yet; UNIT builds one" END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-SAVE-PATH.
          STRING "incident-" FUNCTION TRIM(WS-HOST) "-"
                 WS-FROM-STAMP(1:12) ".txt"
             DELIMITED BY SIZE INTO WS-SAVE-PATH
          END-STRING.
          DISPLAY "File [" FUNCTION TRIM(WS-SAVE-PATH) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          IF WS-ANSWER NOT = SPACES THEN
             MOVE FUNCTION TRIM(WS-ANSWER) TO WS-SAVE-PATH
          END-IF.
          OPEN OUTPUT F-SAVE.
          IF WS-SAVE-STATUS NOT = "00" THEN
             DISPLAY "  cannot write " FUNCTION TRIM(WS-SAVE-PATH)
                " (status " WS-SAVE-STATUS ")"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 005-BUILD-HEADING.
          WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE.
          IF WS-HOST-NAME NOT = SPACES THEN
             MOVE SPACES TO WS-SHOW-LINE
             STRING "  " FUNCTION TRIM(WS-HOST-NAME) ", "
                    FUNCTION TRIM(WS-HOST-SITE)
                DELIMITED BY SIZE INTO WS-SHOW-LINE
             END-STRING
             WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE
          END-IF.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING "  pulled " WS-NOW-STAMP
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.
          WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE.
          MOVE SPACES TO WS-SAVE-RECORD.
          WRITE WS-SAVE-RECORD.
          PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                  UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
             PERFORM 005-BUILD-EVENT-LINE
             WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE
          END-PERFORM.
          MOVE SPACES TO WS-SAVE-RECORD.
          WRITE WS-SAVE-RECORD.
          PERFORM 005-BUILD-COUNT-NOTE.
          WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE.
          IF WS-EVENT-DROPPED > 0 THEN
             PERFORM 005-BUILD-DROPPED-NOTE
             WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE
          END-IF.
          IF WS-MISSING-SOURCES NOT = SPACES THEN
             PERFORM 005-BUILD-MISSING-NOTE
             WRITE WS-SAVE-RECORD FROM WS-SHOW-LINE
          END-IF.
          CLOSE F-SAVE.
          DISPLAY "  wrote " FUNCTION TRIM(WS-SAVE-PATH) END-DISPLAY.

       005-BUILD-HEADING.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING "Timeline for " FUNCTION TRIM(WS-HOST) " "
                 WS-FROM-STAMP(1:4) "-" WS-FROM-STAMP(5:2) "-"
                 WS-FROM-STAMP(7:2) " " WS-FROM-STAMP(9:2) ":"
                 WS-FROM-STAMP(11:2) " to "
                 WS-TO-STAMP(1:4) "-" WS-TO-STAMP(5:2) "-"
                 WS-TO-STAMP(7:2) " " WS-TO-STAMP(9:2) ":"
                 WS-TO-STAMP(11:2)
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.

      *   "YYYY-MM-DD HH:MM:SS SOURCE    text", 80 columns.
       005-BUILD-EVENT-LINE.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING WS-EVENT-STAMP(WS-EVENT-IDX)(1:4) "-"
                 WS-EVENT-STAMP(WS-EVENT-IDX)(5:2) "-"
                 WS-EVENT-STAMP(WS-EVENT-IDX)(7:2) " "
                 WS-EVENT-STAMP(WS-EVENT-IDX)(9:2) ":"
                 WS-EVENT-STAMP(WS-EVENT-IDX)(11:2) ":"
                 WS-EVENT-STAMP(WS-EVENT-IDX)(13:2) " "
                 WS-EVENT-SOURCE(WS-EVENT-IDX) "  "
                 WS-EVENT-TEXT(WS-EVENT-IDX)
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.

       005-BUILD-COUNT-NOTE.
          MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING "  " FUNCTION TRIM(WS-COUNT-DISPLAY)
                 " event(s) in the window"
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.

       005-BUILD-DROPPED-NOTE.
          MOVE WS-EVENT-DROPPED TO WS-COUNT-DISPLAY.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING "  " FUNCTION TRIM(WS-COUNT-DISPLAY)
                 " later event(s) not shown; narrow the window"
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.

       005-BUILD-MISSING-NOTE.
          MOVE SPACES TO WS-SHOW-LINE.
          STRING "  not on file: " WS-MISSING-SOURCES
             DELIMITED BY SIZE INTO WS-SHOW-LINE
          END-STRING.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                        END-DISPLAY.
          DISPLAY "  dvd-incinq [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Interactive incident timeline for one unit: UNIT "
                  "prompts a host and a time window and pages "
                  "through one time-ordered timeline of its session "
                  "starts and stops, corner hits, alert steps, "
                  "dispatched commands and error-log entries, each "
                  "labelled with its source; SHOW pages it again and "
                  "SAVE writes it to a file for the site's ticket."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --root=PATH  directory whose subdirectories "
                  "are the per-host kiosk working directories, where "
                  "each unit's error.log is read (default: current "
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
