       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVD-POPREP.
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
      * Sponsor impressions report: plays and on-screen minutes per
      * content item, per kiosk, per day, from the proof-of-play log
      * DVD-THINGY and DVD-MARQUEE append to (PROOF-OF-PLAY-RECORD.CPY)
      * - the basis for sponsor invoices and for makegoods when a
      * campaign under-delivers. Reads consolidated-proof-of-play.log
      * (DVD-CONSOL's host-stamped fleet copy) by default, or one
      * kiosk's own proof-of-play.log with --input=FILE; either
      * layout is recognized line by line, and the kiosk is always
      * the record's own PP-HOST. The fleet copy is stamped in UTC;
      * its plays are put back into each kiosk's local time by the
      * roster's time zone (kiosk-roster.dat), so a play's day is
      * the site's day either way.
      *
      * A play counts on the day it started; DVD-THINGY splits its
      * logo stretches at midnight, and a marquee message is on
      * screen for a pass of the ribbon, so that is the day its time
      * belongs to. A line with an unreadable time, or an end before
      * its start, is counted as rejected and left out.
      *
      * The window is --from to --to (default the 30 days to today,
      * as DVD-LOBBY); --content=ID narrows it to one item. Output
      * goes to proof-of-play-report.txt (or --output=FILE), 80
      * columns, each content item starting a new page so a sponsor's
      * pages can be sent with the invoice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT F-PLAYS ASSIGN DYNAMIC WS-INPUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAYS-STATUS.
          SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
          SELECT S-PLAYS ASSIGN TO "dvd-poprep-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *   Raw PROOF-OF-PLAY-RECORD.CPY lines, or the same lines behind
      *   DVD-CONSOL's 20-character host and a space.
       FD F-PLAYS.
       01 WS-PLAYS-LINE PIC X(230).
       FD F-REPORT.
       01 WS-REPORT-RECORD PIC X(80).
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       SD S-PLAYS.
       01 WS-SORT-RECORD.
          05 WS-SORT-CONTENT PIC X(40).
          05 WS-SORT-HOST    PIC X(20).
          05 WS-SORT-DAY     PIC X(8).
          05 WS-SORT-SECONDS PIC 9(9).
       WORKING-STORAGE SECTION.
       01 WS-PLAYS-STATUS  PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ROSTER-STATUS PIC XX.
       01 WS-INPUT-PATH  PIC X(255)
          VALUE "consolidated-proof-of-play.log".
       01 WS-REPORT-PATH PIC X(255) VALUE "proof-of-play-report.txt".
       01 WS-EOF PIC X.
       COPY "PROOF-OF-PLAY-RECORD.CPY".
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
      *   Reporting window, inclusive; --from=YYYYMMDD, --to=YYYYMMDD.
       01 WS-CONFIG-FROM    PIC X(8) VALUE SPACES.
       01 WS-CONFIG-TO      PIC X(8) VALUE SPACES.
       01 WS-SCAN-DATE      PIC 9(8).
       01 WS-SCAN-JULIAN    PIC 9(9).
      *   One item only; --content=ID.
       01 WS-CONFIG-CONTENT PIC X(40) VALUE SPACES.
      *   A play's length: both ends turned into one seconds count
      *   with the julian-day math DVD-MARQUEE uses.
       01 WS-STAMP          PIC X(14).
       01 WS-STAMP-SECS     PIC 9(11).
       01 WS-START-SECS     PIC 9(11).
       01 WS-END-SECS       PIC 9(11).
       01 WS-STAMP-DATE     PIC 9(8).
       01 WS-STAMP-HOUR     PIC 99.
       01 WS-STAMP-MIN      PIC 99.
       01 WS-STAMP-SEC      PIC 99.
       01 WS-READ-COUNT     PIC 9(9) VALUE 0.
       01 WS-TAKEN-COUNT    PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(9) VALUE 0.
      *   Control-break state and the three levels of totals.
       01 WS-FIRST-RECORD   PIC X.
       01 WS-CUR-CONTENT    PIC X(40).
       01 WS-CUR-HOST       PIC X(20).
       01 WS-CUR-DAY        PIC X(8).
       01 WS-DAY-PLAYS      PIC 9(9).
       01 WS-DAY-SECONDS    PIC 9(11).
       01 WS-HOST-PLAYS     PIC 9(9).
       01 WS-HOST-SECONDS   PIC 9(11).
       01 WS-CONTENT-PLAYS  PIC 9(9).
       01 WS-CONTENT-SECONDS PIC 9(11).
       01 WS-CONTENT-HOSTS  PIC 9(5).
       01 WS-GRAND-PLAYS    PIC 9(9) VALUE 0.
       01 WS-GRAND-SECONDS  PIC 9(11) VALUE 0.
       01 WS-GRAND-CONTENTS PIC 9(5) VALUE 0.
      *   The line being printed.
       01 WS-ROW-LABEL      PIC X(20).
       01 WS-ROW-DAY        PIC X(10).
       01 WS-ROW-PLAYS      PIC 9(9).
       01 WS-ROW-SECONDS    PIC 9(11).
       01 WS-ROW-MINUTES    PIC 9(9)V9.
       01 WS-PLAYS-DISPLAY   PIC Z(8)9.
       01 WS-MINUTES-DISPLAY PIC Z(8)9.9.
       01 WS-COUNT-DISPLAY   PIC Z(8)9.
      *   h - help.
      *   v - version.
      *   l - license.
       78 WS-GETOPT-SHORTOPTIONS VALUE "hvl".
       01 WS-GETOPT-LONGOPTIONS.
          05 WS-GETOPT-LONGOPTION OCCURS 8 TIMES.
             10 WS-GETOPT-LONGOPTION-NAME         PIC X(25).
             10 WS-GETOPT-LONGOPTION-HAS-VALUE    PIC 9.
             10 WS-GETOPT-LONGOPTION-VALPOINT     POINTER VALUE NULL.
             10 WS-GETOPT-LONGOPTION-RETURN       PIC X(4).
       01 WS-GETOPT-LONGOPTIONS-IDX PIC 99.
       01 WS-GETOPT-LONG-ONLY       PIC 9 VALUE 1.
       01 WS-GETOPT-RETURN-CHAR     PIC X(4).
       01 WS-GETOPT-OPT-VAL         PIC X(255).
      * ^--CBL_GC_GETOPT state.
      *   Spool-file pagination state, as DVD-WEEKLY.
       78 WS-PAGE-LINES VALUE 60.
       01 WS-LINE-COUNT   PIC 99 VALUE 99.
       01 WS-PAGE-NUMBER  PIC 999 VALUE 0.
       01 WS-PRINT-LINE   PIC X(80).
       01 WS-PAGE-DISPLAY PIC ZZ9.
       01 WS-NOW-STAMP    PIC X(14).
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-SET-WINDOW.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
          PERFORM 001-LOAD-ZONES.

          OPEN INPUT F-PLAYS.
          IF WS-PLAYS-STATUS NOT = "00" THEN
             DISPLAY "dvd-poprep: cannot read "
                FUNCTION TRIM(WS-INPUT-PATH) " (status "
                WS-PLAYS-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          OPEN OUTPUT F-REPORT.
          IF WS-REPORT-STATUS NOT = "00" THEN
             DISPLAY "dvd-poprep: cannot write "
                FUNCTION TRIM(WS-REPORT-PATH) " (status "
                WS-REPORT-STATUS ")"
             END-DISPLAY
             CLOSE F-PLAYS
             STOP RUN RETURNING 1
          END-IF.

          SORT S-PLAYS
             ON ASCENDING KEY WS-SORT-CONTENT WS-SORT-HOST WS-SORT-DAY
             INPUT PROCEDURE IS 005-RELEASE-PLAYS
             OUTPUT PROCEDURE IS 005-PRINT-PLAYS.

          CLOSE F-PLAYS.
          PERFORM 001-PRINT-GRAND-TOTAL.
          CLOSE F-REPORT.

          DISPLAY "dvd-poprep: wrote " FUNCTION TRIM(WS-REPORT-PATH)
             " (" WS-TAKEN-COUNT " plays in " WS-CONFIG-FROM "-"
             WS-CONFIG-TO ", " WS-REJECT-COUNT " rejected)"
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
          MOVE "from" TO WS-GETOPT-LONGOPTION-NAME(4).
          MOVE 1      TO WS-GETOPT-LONGOPTION-HAS-VALUE(4).
          MOVE 'F'    TO WS-GETOPT-LONGOPTION-RETURN(4).

          MOVE "to" TO WS-GETOPT-LONGOPTION-NAME(5).
          MOVE 1    TO WS-GETOPT-LONGOPTION-HAS-VALUE(5).
          MOVE 'T'  TO WS-GETOPT-LONGOPTION-RETURN(5).

          MOVE "content" TO WS-GETOPT-LONGOPTION-NAME(6).
          MOVE 1         TO WS-GETOPT-LONGOPTION-HAS-VALUE(6).
          MOVE 'C'       TO WS-GETOPT-LONGOPTION-RETURN(6).

          MOVE "input" TO WS-GETOPT-LONGOPTION-NAME(7).
          MOVE 1       TO WS-GETOPT-LONGOPTION-HAS-VALUE(7).
          MOVE 'I'     TO WS-GETOPT-LONGOPTION-RETURN(7).

          MOVE "output" TO WS-GETOPT-LONGOPTION-NAME(8).
          MOVE 1        TO WS-GETOPT-LONGOPTION-HAS-VALUE(8).
          MOVE 'O'      TO WS-GETOPT-LONGOPTION-RETURN(8).

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
                DISPLAY "Try 'dvd-poprep -h' for more information"
                END-DISPLAY
                STOP RUN RETURNING 1
             WHEN = 'h'
                PERFORM 005-GETOPT-HELP
                STOP RUN RETURNING 0
             WHEN = 'v'
                DISPLAY "dvd-poprep 0.2.2" END-DISPLAY
                STOP RUN RETURNING 0
             WHEN = 'l'
                PERFORM 005-GETOPT-LICENSE
                STOP RUN RETURNING 0
             WHEN = 'F'
                IF WS-GETOPT-OPT-VAL(1:8) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:8) TO WS-CONFIG-FROM
                END-IF
             WHEN = 'T'
                IF WS-GETOPT-OPT-VAL(1:8) IS NUMERIC THEN
                   MOVE WS-GETOPT-OPT-VAL(1:8) TO WS-CONFIG-TO
                END-IF
             WHEN = 'C'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-CONFIG-CONTENT
                END-UNSTRING
             WHEN = 'I'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-INPUT-PATH
                END-UNSTRING
             WHEN = 'O'
                UNSTRING WS-GETOPT-OPT-VAL DELIMITED BY X"00"
                   INTO WS-REPORT-PATH
                END-UNSTRING
             END-EVALUATE
          END-PERFORM.

       001-SET-WINDOW.
          IF WS-CONFIG-TO = SPACES THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONFIG-TO
          END-IF.
          IF WS-CONFIG-FROM = SPACES THEN
             MOVE WS-CONFIG-TO TO WS-SCAN-DATE
             COMPUTE WS-SCAN-JULIAN =
                FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - 29
             END-COMPUTE
             COMPUTE WS-SCAN-DATE =
                FUNCTION DATE-OF-INTEGER(WS-SCAN-JULIAN)
             END-COMPUTE
             MOVE WS-SCAN-DATE TO WS-CONFIG-FROM
          END-IF.

      * Every roster unit's time zone; with no roster the fleet copy
      * is read as it is.
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

      * Sort input side: every play in the window (and for the one
      * item, with --content) goes to the sort with its length.
       005-RELEASE-PLAYS.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             READ F-PLAYS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 005-RELEASE-ONE-PLAY
             END-READ
          END-PERFORM.

       005-RELEASE-ONE-PLAY.
          IF WS-PLAYS-LINE = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
      *   A raw record leads with its start time; DVD-CONSOL's copy
      *   has the host and a space in front of it.
          IF WS-PLAYS-LINE(1:14) IS NUMERIC THEN
             MOVE WS-PLAYS-LINE TO PP-RECORD
          ELSE
             MOVE WS-PLAYS-LINE(22:) TO PP-RECORD
             PERFORM 005-PLAY-TO-SITE-TIME
          END-IF.
          IF PP-START IS NOT NUMERIC OR PP-END IS NOT NUMERIC
             OR PP-END < PP-START
          THEN
             ADD 1 TO WS-REJECT-COUNT
             EXIT PARAGRAPH
          END-IF.
          IF PP-START(1:8) < WS-CONFIG-FROM
             OR PP-START(1:8) > WS-CONFIG-TO
          THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-CONFIG-CONTENT NOT = SPACES
             AND PP-CONTENT-ID NOT = WS-CONFIG-CONTENT
          THEN
             EXIT PARAGRAPH
          END-IF.

          MOVE PP-START TO WS-STAMP.
          PERFORM 005-STAMP-TO-SECS.
          MOVE WS-STAMP-SECS TO WS-START-SECS.
          MOVE PP-END TO WS-STAMP.
          PERFORM 005-STAMP-TO-SECS.
          MOVE WS-STAMP-SECS TO WS-END-SECS.

          MOVE PP-CONTENT-ID TO WS-SORT-CONTENT.
          MOVE PP-HOST       TO WS-SORT-HOST.
          MOVE PP-START(1:8) TO WS-SORT-DAY.
          COMPUTE WS-SORT-SECONDS = WS-END-SECS - WS-START-SECS
          END-COMPUTE.
          RELEASE WS-SORT-RECORD.
          ADD 1 TO WS-TAKEN-COUNT.

      * DVD-CONSOL's copy is stamped in UTC (DVD-CONSOL.CBL): both
      * ends of the play go back to the local time of the kiosk in
      * front of the line, by its roster time zone (TZ-CONVERT.CBL).
      * A kiosk with no zone is left as it is.
       005-PLAY-TO-SITE-TIME.
          MOVE 'L'    TO TC-DIRECTION.
          MOVE SPACES TO TC-UTC-OFFSET TC-DST-RULE.
          PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-HOST(WS-ZONE-IDX) = WS-PLAYS-LINE(1:20) THEN
                MOVE WS-ZONE-OFFSET(WS-ZONE-IDX) TO TC-UTC-OFFSET
                MOVE WS-ZONE-RULE(WS-ZONE-IDX)   TO TC-DST-RULE
                EXIT PERFORM
             END-IF
          END-PERFORM.
          MOVE PP-START TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT TO PP-START.
          MOVE PP-END TO TC-STAMP-IN.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT TO PP-END.

       005-STAMP-TO-SECS.
          MOVE WS-STAMP(1:8)  TO WS-STAMP-DATE.
          MOVE WS-STAMP(9:2)  TO WS-STAMP-HOUR.
          MOVE WS-STAMP(11:2) TO WS-STAMP-MIN.
          MOVE WS-STAMP(13:2) TO WS-STAMP-SEC.
          COMPUTE WS-STAMP-SECS =
             FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
             + WS-STAMP-HOUR * 3600 + WS-STAMP-MIN * 60
             + WS-STAMP-SEC
          END-COMPUTE.

      * Sort output side: content, then kiosk, then day, with a total
      * line as each kiosk and each content item closes.
       005-PRINT-PLAYS.
          MOVE 'Y' TO WS-FIRST-RECORD.
          MOVE 'N' TO WS-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-EOF = 'Y'
             RETURN S-PLAYS
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   PERFORM 005-TAKE-ONE-PLAY
             END-RETURN
          END-PERFORM.
          IF WS-FIRST-RECORD = 'N' THEN
             PERFORM 005-CLOSE-DAY
             PERFORM 005-CLOSE-HOST
             PERFORM 005-CLOSE-CONTENT
          END-IF.

       005-TAKE-ONE-PLAY.
          IF WS-FIRST-RECORD = 'Y' THEN
             MOVE 'N' TO WS-FIRST-RECORD
             PERFORM 005-OPEN-CONTENT
             PERFORM 005-OPEN-HOST
             PERFORM 005-OPEN-DAY
          ELSE
             EVALUATE TRUE
             WHEN WS-SORT-CONTENT NOT = WS-CUR-CONTENT
                PERFORM 005-CLOSE-DAY
                PERFORM 005-CLOSE-HOST
                PERFORM 005-CLOSE-CONTENT
                PERFORM 005-OPEN-CONTENT
                PERFORM 005-OPEN-HOST
                PERFORM 005-OPEN-DAY
             WHEN WS-SORT-HOST NOT = WS-CUR-HOST
                PERFORM 005-CLOSE-DAY
                PERFORM 005-CLOSE-HOST
                PERFORM 005-OPEN-HOST
                PERFORM 005-OPEN-DAY
             WHEN WS-SORT-DAY NOT = WS-CUR-DAY
                PERFORM 005-CLOSE-DAY
                PERFORM 005-OPEN-DAY
             END-EVALUATE
          END-IF.
          ADD 1               TO WS-DAY-PLAYS.
          ADD WS-SORT-SECONDS TO WS-DAY-SECONDS.

      *   Each item starts a page of its own.
       005-OPEN-CONTENT.
          MOVE WS-SORT-CONTENT TO WS-CUR-CONTENT.
          MOVE 0 TO WS-CONTENT-PLAYS.
          MOVE 0 TO WS-CONTENT-SECONDS.
          MOVE 0 TO WS-CONTENT-HOSTS.
          ADD 1 TO WS-GRAND-CONTENTS.
          MOVE 99 TO WS-LINE-COUNT.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "CONTENT  " WS-CUR-CONTENT
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          STRING "  KIOSK                 DAY         "
                 "    PLAYS      MINUTES"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

       005-OPEN-HOST.
          MOVE WS-SORT-HOST TO WS-CUR-HOST.
          MOVE 0 TO WS-HOST-PLAYS.
          MOVE 0 TO WS-HOST-SECONDS.
          ADD 1 TO WS-CONTENT-HOSTS.

       005-OPEN-DAY.
          MOVE WS-SORT-DAY TO WS-CUR-DAY.
          MOVE 0 TO WS-DAY-PLAYS.
          MOVE 0 TO WS-DAY-SECONDS.

       005-CLOSE-DAY.
          MOVE WS-CUR-HOST TO WS-ROW-LABEL.
          MOVE SPACES TO WS-ROW-DAY.
          STRING WS-CUR-DAY(1:4) "-" WS-CUR-DAY(5:2) "-"
                 WS-CUR-DAY(7:2)
             DELIMITED BY SIZE INTO WS-ROW-DAY
          END-STRING.
          MOVE WS-DAY-PLAYS   TO WS-ROW-PLAYS.
          MOVE WS-DAY-SECONDS TO WS-ROW-SECONDS.
          PERFORM 005-PRINT-ROW.
          ADD WS-DAY-PLAYS   TO WS-HOST-PLAYS.
          ADD WS-DAY-SECONDS TO WS-HOST-SECONDS.

       005-CLOSE-HOST.
          MOVE WS-CUR-HOST     TO WS-ROW-LABEL.
          MOVE "TOTAL"         TO WS-ROW-DAY.
          MOVE WS-HOST-PLAYS   TO WS-ROW-PLAYS.
          MOVE WS-HOST-SECONDS TO WS-ROW-SECONDS.
          PERFORM 005-PRINT-ROW.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          ADD WS-HOST-PLAYS   TO WS-CONTENT-PLAYS.
          ADD WS-HOST-SECONDS TO WS-CONTENT-SECONDS.

       005-CLOSE-CONTENT.
          MOVE SPACES TO WS-ROW-LABEL.
          MOVE WS-CONTENT-HOSTS TO WS-COUNT-DISPLAY.
          STRING "ALL " FUNCTION TRIM(WS-COUNT-DISPLAY) " KIOSK(S)"
             DELIMITED BY SIZE INTO WS-ROW-LABEL
          END-STRING.
          MOVE "TOTAL"            TO WS-ROW-DAY.
          MOVE WS-CONTENT-PLAYS   TO WS-ROW-PLAYS.
          MOVE WS-CONTENT-SECONDS TO WS-ROW-SECONDS.
          PERFORM 005-PRINT-ROW.
          ADD WS-CONTENT-PLAYS   TO WS-GRAND-PLAYS.
          ADD WS-CONTENT-SECONDS TO WS-GRAND-SECONDS.

      *   Minutes to one decimal, rounded.
       005-PRINT-ROW.
          COMPUTE WS-ROW-MINUTES ROUNDED = WS-ROW-SECONDS / 60
          END-COMPUTE.
          MOVE WS-ROW-PLAYS   TO WS-PLAYS-DISPLAY.
          MOVE WS-ROW-MINUTES TO WS-MINUTES-DISPLAY.
          MOVE SPACES TO WS-PRINT-LINE.
          STRING "  " WS-ROW-LABEL "  " WS-ROW-DAY "  "
                 WS-PLAYS-DISPLAY "  " WS-MINUTES-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.

      * The run's own summary page: the window, the filter, and the
      * totals over every item.
       001-PRINT-GRAND-TOTAL.
          MOVE 99 TO WS-LINE-COUNT.
          MOVE "SUMMARY" TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE SPACES TO WS-PRINT-LINE.
          PERFORM 005-WRITE-REPORT-LINE.
          STRING "  Window:              " WS-CONFIG-FROM(1:4) "-"
                 WS-CONFIG-FROM(5:2) "-" WS-CONFIG-FROM(7:2) " to "
                 WS-CONFIG-TO(1:4) "-" WS-CONFIG-TO(5:2) "-"
                 WS-CONFIG-TO(7:2)
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          STRING "  Source:              " WS-INPUT-PATH
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          IF WS-CONFIG-CONTENT NOT = SPACES THEN
             STRING "  Content:             " WS-CONFIG-CONTENT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 005-WRITE-REPORT-LINE
          END-IF.
          MOVE WS-GRAND-CONTENTS TO WS-COUNT-DISPLAY.
          STRING "  Content items:       " WS-COUNT-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-GRAND-PLAYS TO WS-COUNT-DISPLAY.
          STRING "  Plays:               " WS-COUNT-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          COMPUTE WS-ROW-MINUTES ROUNDED = WS-GRAND-SECONDS / 60
          END-COMPUTE.
          MOVE WS-ROW-MINUTES TO WS-MINUTES-DISPLAY.
          STRING "  On-screen minutes: " WS-MINUTES-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
          PERFORM 005-WRITE-REPORT-LINE.
          MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
          STRING "  Lines rejected:      " WS-COUNT-DISPLAY
             DELIMITED BY SIZE INTO WS-PRINT-LINE
          END-STRING.
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
          MOVE SPACES TO WS-PRINT-LINE.

       005-START-NEW-PAGE.
          ADD 1 TO WS-PAGE-NUMBER.
          MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
          MOVE SPACES TO WS-REPORT-RECORD.
          STRING "DVD-THINGY PROOF OF PLAY  " WS-NOW-STAMP
                 "  page " WS-PAGE-DISPLAY
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
          DISPLAY "  dvd-poprep [options...]"     END-DISPLAY.
          DISPLAY SPACE                           END-DISPLAY.
          DISPLAY "Sponsor impressions report: plays and on-screen "
                  "minutes per content item, per kiosk, per day, from "
                  "the proof-of-play log, for sponsor invoices and "
                  "makegoods."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
          DISPLAY "  -h, --help       display this help." END-DISPLAY.
          DISPLAY "  -v, --version    display version."   END-DISPLAY.
          DISPLAY "  -l, --license    display license."   END-DISPLAY.
          DISPLAY "      --from=YYYYMMDD  first day (default 29 days "
                  "before --to)."
          END-DISPLAY.
          DISPLAY "      --to=YYYYMMDD    last day (default today)."
          END-DISPLAY.
          DISPLAY "      --content=ID     report one content item "
                  "only."
          END-DISPLAY.
          DISPLAY "      --input=FILE     plays to read (default "
                  "consolidated-proof-of-play.log; a kiosk's own "
                  "proof-of-play.log also reads)."
          END-DISPLAY.
          DISPLAY "      --output=FILE    file to write (default "
                  "proof-of-play-report.txt)."
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
