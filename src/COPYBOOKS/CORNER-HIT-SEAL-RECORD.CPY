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
      * Layout of one record in the corner-hit seal ledger
      * (corner-hits.seal), appended nightly by DVD-SEAL.CBL and
      * checked by DVD-SEALCK.CBL: one seal per host per completed
      * day, carrying the day's corner-hit record count and a hash
      * total over that day's CH-RECORD lines. Each seal also carries
      * the chain value of the seal before it and its own chain value,
      * computed over that previous value and this seal's fields, so
      * altering, dropping or inserting a seal anywhere in the ledger
      * breaks every link after it. The ledger is only ever opened
      * EXTEND, never rewritten. The file is LINE SEQUENTIAL, so this
      * is a fixed-width text record, one seal per line.
      ******************************************************************
       01 HS-RECORD.
      *   The unit's host tag, as in claim codes and the gathers.
          05 HS-HOST       PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
      *   The day sealed, format YYYYMMDD.
          05 HS-DAY        PIC X(8).
          05 FILLER        PIC X VALUE SPACE.
      *   How many corner-hit records the day held when sealed.
          05 HS-COUNT      PIC 9(9).
          05 FILLER        PIC X VALUE SPACE.
      *   Sum of the per-line hashes of the day's records, modulo
      *   10**15. A sum, so the order the records are read back in
      *   (log, archive generation or keyed master) does not matter.
          05 HS-HASH       PIC 9(15).
          05 FILLER        PIC X VALUE SPACE.
      *   The previous seal's HS-CHAIN, zeros for the first seal.
          05 HS-PREV-CHAIN PIC 9(12).
          05 FILLER        PIC X VALUE SPACE.
      *   Hash over HS-PREV-CHAIN, HS-HOST, HS-DAY, HS-COUNT and
      *   HS-HASH, in that order.
          05 HS-CHAIN      PIC 9(12).
          05 FILLER        PIC X VALUE SPACE.
      *   When the seal was written, format YYYYMMDDHHMMSS.
          05 HS-SEALED-AT  PIC X(14).
