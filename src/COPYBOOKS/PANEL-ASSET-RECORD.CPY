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
      * Layout of one record in the display panel asset master
      * (panel-assets.dat). A panel is tracked by its vendor serial,
      * not by the host it sits in, because units get new panels
      * without the host changing: each record names the host the
      * panel went into and the day it went in, and the day it came
      * out again (blank while still installed), so the panel on a
      * host on any given day is the one installed on or before that
      * day and not yet removed. DVD-PANEL.CBL records panels and
      * swaps; DVD-PNLHRS.CBL adds each day's covered hours to the
      * panel installed that day and remembers the last day posted,
      * so a rerun never counts a day twice; DVD-PNLREP.CBL reports
      * the panels nearing their warranty limits. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record; the hours
      * are in hundredths with no decimal point.
      ******************************************************************
       01 PA-RECORD.
      *   The vendor serial, the panel's identity for warranty claims.
          05 PA-SERIAL       PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
      *   KR-HOST it is (or was last) installed in; blank for a spare
      *   that has never been installed.
          05 PA-HOST         PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
      *   First day installed and first day no longer installed,
      *   format YYYYMMDD; PA-REMOVED is blank while installed.
          05 PA-INSTALLED    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 PA-REMOVED      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
      *   Last day of the burn-in warranty, format YYYYMMDD, and the
      *   most hours of content it covers.
          05 PA-WARRANTY-END PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 PA-HOUR-LIMIT   PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
      *   Cumulative covered (screen-on) hours posted so far.
          05 PA-ON-HOURS     PIC 9(7)V99.
          05 FILLER          PIC X VALUE SPACE.
      *   Last day whose hours have been posted, format YYYYMMDD;
      *   blank until the first posting.
          05 PA-POSTED-THRU  PIC X(8).
