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
      * Layout of one record in the quarantine disposition file
      * (quarantine-disp.dat): one line per decision an operator
      * takes at the DVD-QREVIEW.CBL screen on a record of
      * quarantine.dat (QUARANTINE-RECORD.CPY) - the line corrected,
      * re-checked and resubmitted to its source file, or written off
      * with a reason. quarantine.dat is only ever appended to, so a
      * record is identified by its position in the file, with its
      * QR-TIMESTAMP and QR-SOURCE repeated as a cross-check; a
      * record with a disposition is resolved, one without is still
      * pending. DVD-QRREP.CBL totals the two files per source. The
      * file is LINE SEQUENTIAL and append-only, so this is a
      * fixed-width text record, one decision per line.
      ******************************************************************
       01 QD-RECORD.
      *   When the decision was taken, format YYYYMMDDHHMMSS, and by
      *   whom (the operator's $USER).
          05 QD-TIMESTAMP    PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
          05 QD-OPERATOR     PIC X(16).
          05 FILLER          PIC X VALUE SPACE.
      *   RESUBMIT (QD-LINE was appended to QD-SOURCE) or WRITEOFF
      *   (the record is dropped for good, reason in QD-NOTE).
          05 QD-ACTION       PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
      *   Which quarantine.dat record: its line number in the file,
      *   and its QR-TIMESTAMP, QR-SOURCE and QR-REASON.
          05 QD-QR-NUMBER    PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 QD-QR-TIMESTAMP PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
          05 QD-SOURCE       PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 QD-REASON       PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
      *   For a WRITEOFF the operator's reason; for a RESUBMIT the
      *   fields that were corrected, or AS-IS.
          05 QD-NOTE         PIC X(40).
          05 FILLER          PIC X VALUE SPACE.
      *   The line as resubmitted, or as written off.
          05 QD-LINE         PIC X(200).
