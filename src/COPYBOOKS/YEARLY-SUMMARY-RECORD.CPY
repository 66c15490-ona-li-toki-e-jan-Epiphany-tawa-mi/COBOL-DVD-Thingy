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
      * Layout of one record in the yearly history master
      * (yearly-summary.dat), written by DVD-ROLLOV.CBL when a year
      * closes and read by DVD-ANNUAL.CBL. One record per closed year,
      * kept in ascending year order: the year's per-corner totals,
      * then each month's per-corner counts as they stood in
      * monthly-summary.dat, so a year-end statement or a multi-year
      * trend needs no monthly rows once they are pruned. YS-HELD is
      * 'Y' for a month the monthly master had a row for and 'N' for
      * one it did not (the fleet not yet running, say), which the
      * statement leaves out of its best and worst months. The file
      * is LINE SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 YS-RECORD.
      *   Format: YYYY.
          05 YS-YEAR     PIC X(4).
          05 FILLER      PIC X VALUE SPACE.
          05 YS-COUNT-TL PIC 9(9).
          05 FILLER      PIC X VALUE SPACE.
          05 YS-COUNT-TR PIC 9(9).
          05 FILLER      PIC X VALUE SPACE.
          05 YS-COUNT-BL PIC 9(9).
          05 FILLER      PIC X VALUE SPACE.
          05 YS-COUNT-BR PIC 9(9).
      *   January first.
          05 YS-MONTH OCCURS 12 TIMES.
             10 FILLER      PIC X VALUE SPACE.
             10 YS-HELD     PIC X.
             10 FILLER      PIC X VALUE SPACE.
             10 YS-MONTH-TL PIC 9(9).
             10 FILLER      PIC X VALUE SPACE.
             10 YS-MONTH-TR PIC 9(9).
             10 FILLER      PIC X VALUE SPACE.
             10 YS-MONTH-BL PIC 9(9).
             10 FILLER      PIC X VALUE SPACE.
             10 YS-MONTH-BR PIC 9(9).
