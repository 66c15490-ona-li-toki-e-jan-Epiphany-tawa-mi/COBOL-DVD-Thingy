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
      * Layout of one record in the posted per-host daily uptime
      * master (uptime-master.dat), shared by DVD-UPPOST.CBL (writer)
      * and DVD-AVAIL.CBL, DVD-WEEKLY.CBL and DVD-FLTREP.CBL
      * (readers). One record per host per day that saw session
      * activity, keyed on UM-HOST + UM-DATE and kept in that order
      * by the posting job's rewrite. A session's covered time is
      * split at midnight across the days it ran; it is counted once,
      * on the day it started. An outage (STOP to the host's next
      * START) belongs to the day it ended. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 UM-RECORD.
      *   KR-HOST the sessions came from.
          05 UM-HOST            PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
      *   Format: YYYYMMDD.
          05 UM-DATE            PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
      *   Minutes of START/STOP-paired running inside the day.
          05 UM-COVERED-MINUTES PIC 9(5)V99.
          05 FILLER             PIC X VALUE SPACE.
      *   Paired sessions that started on the day.
          05 UM-SESSIONS        PIC 9(5).
          05 FILLER             PIC X VALUE SPACE.
      *   STOP records on the day, and those whose reason was not
      *   NORMAL.
          05 UM-STOPS           PIC 9(5).
          05 FILLER             PIC X VALUE SPACE.
          05 UM-CRASH-STOPS     PIC 9(5).
          05 FILLER             PIC X VALUE SPACE.
      *   The longest outage that ended on the day, in minutes, with
      *   its STOP and START stamps (YYYYMMDDHHMMSS); zero and spaces
      *   when none did.
          05 UM-LONGEST-OUTAGE  PIC 9(7)V99.
          05 FILLER             PIC X VALUE SPACE.
          05 UM-OUTAGE-FROM     PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 UM-OUTAGE-TO       PIC X(14).
