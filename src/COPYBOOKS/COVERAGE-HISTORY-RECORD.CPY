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
      * Layout of one record in the screen-coverage history
      * (coverage-history.dat) DVD-COVER.CBL appends to when it is
      * run with --host: one line per measured host per run, giving
      * the share of the panel's cells the logo has traversed.
      * DVD-PNLREP.CBL shows the latest one for each panel's host as
      * the burn-in warranty claim evidence. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 CV-RECORD.
      *   KR-HOST the journals came from.
          05 CV-HOST          PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
      *   When the measurement ran, format YYYYMMDDHHMMSS.
          05 CV-STAMP         PIC X(14).
          05 FILLER           PIC X VALUE SPACE.
      *   Percentage of cells ever covered, and the cell counts.
          05 CV-PCT           PIC 9(3).
          05 FILLER           PIC X VALUE SPACE.
          05 CV-CELLS-COVERED PIC 9(9).
          05 FILLER           PIC X VALUE SPACE.
          05 CV-CELLS-TOTAL   PIC 9(9).
