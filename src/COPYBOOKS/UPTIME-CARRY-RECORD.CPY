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
      * Layout of one record in the uptime posting carry file
      * (uptime-pending.dat) DVD-UPPOST.CBL rewrites on every run: the
      * pairing state left over at its high-water mark, so a session
      * or outage straddling two runs is still paired. A 'P' row is a
      * START with no STOP yet (per host + program); an 'S' row is a
      * host's last STOP not yet followed by a START. The reports that
      * read the uptime master seed their own pairing from this file
      * before they read the unposted tail of the session log. The
      * file is LINE SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 UC-RECORD.
      *   'P' pending START or 'S' last STOP.
          05 UC-KIND    PIC X.
          05 FILLER     PIC X VALUE SPACE.
          05 UC-HOST    PIC X(20).
          05 FILLER     PIC X VALUE SPACE.
      *   Spaces on an 'S' row.
          05 UC-PROGRAM PIC X(12).
          05 FILLER     PIC X VALUE SPACE.
      *   Format: YYYYMMDDHHMMSS.
          05 UC-TIME    PIC X(14).
