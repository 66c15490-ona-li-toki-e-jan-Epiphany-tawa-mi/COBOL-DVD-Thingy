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
      * The parameter block of TZ-CONVERT.CBL, the one place the
      * fleet's time-zone rules live. The kiosks stamp every record
      * with their own wall clock; DVD-CONSOL and DVD-EXTRACT carry
      * those stamps to UTC when they merge or export, and the
      * reports carry UTC back to the unit's wall clock to print.
      *
      * Call convention:
      * CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
      *
      * The caller sets TC-DIRECTION ('U' wall clock to UTC, 'L' UTC
      * to wall clock), the unit's zone as the roster holds it
      * (KIOSK-ROSTER-RECORD.CPY) and the stamp; the converted stamp
      * comes back in TC-STAMP-OUT with TC-OK 'Y', or the stamp
      * unchanged with TC-OK 'N' when the stamp or the zone cannot be
      * read.
      *
      * The hour a daylight-saving change night repeats is read as
      * its first (daylight) pass, unless the stamps go back inside
      * it: TC-PREV-LOCAL and TC-REPEAT carry that between calls, so
      * a caller converting one unit's file in written order sets
      * them to spaces and 'N' when it opens the file and leaves them
      * alone after that. The hour a change night skips cannot occur
      * on a correct clock and is read as standard time.
      ******************************************************************
       01 TC-RECORD.
          05 TC-DIRECTION  PIC X.
      *   As KR-UTC-OFFSET and KR-DST-RULE.
          05 TC-UTC-OFFSET PIC X(5).
          05 TC-DST-RULE   PIC X(2).
      *   Format YYYYMMDDHHMMSS, both.
          05 TC-STAMP-IN   PIC X(14).
          05 TC-STAMP-OUT  PIC X(14).
          05 TC-PREV-LOCAL PIC X(14).
          05 TC-REPEAT     PIC X.
          05 TC-OK         PIC X.
