       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CHECK.
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
      * The field-by-field layout rules for the shared data files,
      * kept as their own small program so the nightly integrity
      * pass (DVD-CHECK.CBL) and the quarantine review screen
      * (DVD-QREVIEW.CBL) judge a line by exactly the same rules: a
      * corrected line the screen passes is one DVD-CHECK will not
      * throw straight back into quarantine.
      *
      * Call convention:
      * CALL "LAYOUT-CHECK" USING WS-LAYOUT-CHECK END-CALL.
      *
      * The caller fills in the data file's name (as it appears in
      * QR-SOURCE) and the raw line; the verdict comes back as
      * L-LC-OK 'Y'/'N' with the QUARANTINE-RECORD.CPY reason code in
      * L-LC-REASON. daily-summary.dat lines must ascend by date, so
      * the caller also carries the previous good line's date in
      * L-LC-PREV-DATE (spaces before the first line); a passing
      * daily-summary line updates it. A file name the rules don't
      * cover fails with BADSOURCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   The timestamp plausibility check's subject field.
       01 WS-CHECK-STAMP PIC X(14).
       LINKAGE SECTION.
       01 L-LAYOUT-CHECK.
          05 L-LC-FILE      PIC X(20).
          05 L-LC-LINE      PIC X(200).
          05 L-LC-PREV-DATE PIC X(8).
          05 L-LC-OK        PIC X.
          05 L-LC-REASON    PIC X(10).
      ******************************************************************
       PROCEDURE DIVISION USING L-LAYOUT-CHECK.
       000-MAIN.
          MOVE 'Y'    TO L-LC-OK.
          MOVE SPACES TO L-LC-REASON.

          EVALUATE L-LC-FILE
          WHEN "corner-hits.log"
             PERFORM 005-VALIDATE-CORNER-HIT
          WHEN "session.log"
             PERFORM 005-VALIDATE-SESSION
          WHEN "attract-history.log"
             PERFORM 005-VALIDATE-ATTRACT-RUN
          WHEN "daily-summary.dat"
             PERFORM 005-VALIDATE-DAILY-SUMMARY
          WHEN "ops-events.dat"
             PERFORM 005-VALIDATE-OPS-EVENT
          WHEN OTHER
             MOVE 'N' TO L-LC-OK
             MOVE "BADSOURCE" TO L-LC-REASON
          END-EVALUATE.
          GOBACK.

      * CORNER-HIT-RECORD.CPY: timestamp(1:14), corner(16:2),
      * width(19:4), height(24:4).
       005-VALIDATE-CORNER-HIT.
          MOVE L-LC-LINE(1:14) TO WS-CHECK-STAMP.
          PERFORM 005-CHECK-TIMESTAMP.
          IF L-LC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-LINE(16:2) NOT = "TL"
             AND L-LC-LINE(16:2) NOT = "TR"
             AND L-LC-LINE(16:2) NOT = "BL"
             AND L-LC-LINE(16:2) NOT = "BR"
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADCODE" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-LINE(19:4) IS NOT NUMERIC
             OR L-LC-LINE(24:4) IS NOT NUMERIC
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADNUM" TO L-LC-REASON
          END-IF.

      * SESSION-LOG-RECORD.CPY: timestamp(1:14), program(16:12),
      * event(29:5), reason(35:6).
       005-VALIDATE-SESSION.
          MOVE L-LC-LINE(1:14) TO WS-CHECK-STAMP.
          PERFORM 005-CHECK-TIMESTAMP.
          IF L-LC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-LINE(29:5) NOT = "START"
             AND L-LC-LINE(29:5) NOT = "STOP "
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADCODE" TO L-LC-REASON
          END-IF.

      * ATTRACT-HISTORY-RECORD.CPY: timestamp(1:14), interval(16:9),
      * return code sign(26:1) plus digits(27:9).
       005-VALIDATE-ATTRACT-RUN.
          MOVE L-LC-LINE(1:14) TO WS-CHECK-STAMP.
          PERFORM 005-CHECK-TIMESTAMP.
          IF L-LC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-LINE(16:9) IS NOT NUMERIC THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADNUM" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          IF (L-LC-LINE(26:1) NOT = "+"
              AND L-LC-LINE(26:1) NOT = "-")
             OR L-LC-LINE(27:9) IS NOT NUMERIC
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADNUM" TO L-LC-REASON
          END-IF.

      * DAILY-SUMMARY-RECORD.CPY: date(1:8), four counts at 10, 20,
      * 30 and 40, each 9 digits; dates must ascend, the order
      * DVD-POST's rewrite guarantees and DVD-STATS relies on.
       005-VALIDATE-DAILY-SUMMARY.
          MOVE SPACES TO WS-CHECK-STAMP.
          STRING L-LC-LINE(1:8) "000000" DELIMITED BY SIZE
             INTO WS-CHECK-STAMP
          END-STRING.
          PERFORM 005-CHECK-TIMESTAMP.
          IF L-LC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-LINE(10:9) IS NOT NUMERIC
             OR L-LC-LINE(20:9) IS NOT NUMERIC
             OR L-LC-LINE(30:9) IS NOT NUMERIC
             OR L-LC-LINE(40:9) IS NOT NUMERIC
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADNUM" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          IF L-LC-PREV-DATE NOT = SPACES
             AND L-LC-LINE(1:8) NOT > L-LC-PREV-DATE
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADSEQ" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          MOVE L-LC-LINE(1:8) TO L-LC-PREV-DATE.

      * OPS-EVENT-RECORD.CPY: event type(1:12) nonblank,
      * timestamp(14:14). Batch header/trailer wrappers share the
      * shape, so they pass the same gauntlet.
       005-VALIDATE-OPS-EVENT.
          IF L-LC-LINE(1:12) = SPACES THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADCODE" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          MOVE L-LC-LINE(14:14) TO WS-CHECK-STAMP.
          PERFORM 005-CHECK-TIMESTAMP.

      * A timestamp is plausible when it is all digits and its
      * month, day, hour, minute and second land in calendar range;
      * the overly generous day-31 is fine, the point is catching
      * the torn line, not auditing February.
       005-CHECK-TIMESTAMP.
          IF WS-CHECK-STAMP IS NOT NUMERIC THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADTIME" TO L-LC-REASON
             EXIT PARAGRAPH
          END-IF.
          IF WS-CHECK-STAMP(5:2) < "01" OR WS-CHECK-STAMP(5:2) > "12"
             OR WS-CHECK-STAMP(7:2) < "01"
             OR WS-CHECK-STAMP(7:2) > "31"
             OR WS-CHECK-STAMP(9:2) > "23"
             OR WS-CHECK-STAMP(11:2) > "59"
             OR WS-CHECK-STAMP(13:2) > "59"
          THEN
             MOVE 'N' TO L-LC-OK
             MOVE "BADTIME" TO L-LC-REASON
          END-IF.
