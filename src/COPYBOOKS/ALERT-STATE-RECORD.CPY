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
      * Layout of one record in the alert state file
      * (alert-state.dat) DVD-ALERT.CBL rewrites each run: one line
      * per unit that ever alerted, holding its current episode -
      * when the trouble was first and last seen, when it was
      * notified, escalated and acknowledged, and by whom. Read by
      * DVD-HANDOV.CBL for the shift handover and by DVD-INCINQ.CBL
      * for a unit's incident timeline. The file is LINE SEQUENTIAL,
      * so this is a fixed-width text record, one unit per line.
      ******************************************************************
       01 AS-RECORD.
          05 AS-HOST      PIC X(20).
          05 FILLER       PIC X VALUE SPACE.
      *   One of NEW, NOTIFIED, ESCALATED, ACKED.
          05 AS-STATE     PIC X(9).
          05 FILLER       PIC X VALUE SPACE.
      *   Format YYYYMMDDHHMMSS for all the times below; blank until
      *   the step has happened in the current episode.
          05 AS-FIRST     PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-LAST      PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-NOTIFIED  PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-KIND      PIC X(12).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-ACKED     PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-ACKED-BY  PIC X(16).
          05 FILLER       PIC X VALUE SPACE.
          05 AS-ESCALATED PIC X(14).
