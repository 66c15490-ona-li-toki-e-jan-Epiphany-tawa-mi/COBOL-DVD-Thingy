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
      * Layout of one record in the dispatch log (dispatch-log.dat)
      * DVD-DISPAT.CBL appends to: one line per unit per dispatch
      * run, saying what command was dropped into its mailbox, when,
      * by whom, and whether the unit consumed it. Read back by
      * DVD-INCINQ.CBL so a unit's incident timeline shows the
      * commands it was sent. The file is LINE SEQUENTIAL, so this is
      * a fixed-width text record, one unit's delivery per line.
      ******************************************************************
       01 DL-RECORD.
      *   When the mailboxes were written, format YYYYMMDDHHMMSS.
          05 DL-TIMESTAMP PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 DL-HOST      PIC X(20).
          05 FILLER       PIC X VALUE SPACE.
      *   DELIVERED (the unit consumed the mailbox), TIMEOUT (still
      *   there when --wait ran out) or FAILED (mailbox could not be
      *   written, or the in-service unit has no directory).
          05 DL-OUTCOME   PIC X(9).
          05 FILLER       PIC X VALUE SPACE.
      *   The operator's $USER, "unknown" when unset.
          05 DL-OPERATOR  PIC X(16).
          05 FILLER       PIC X VALUE SPACE.
          05 DL-COMMAND   PIC X(80).
