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
      * Layout of one record in a backup set's manifest
      * (backup.manifest), written by DVD-BACKUP.CBL as the last file
      * of the set and checked by DVD-RESTORE.CBL before anything is
      * put back: one line per master or control file the set
      * carries, with its record count and a hash total over its
      * lines, then one closing "*TOTAL*" line counting the file
      * lines and totalling their hashes, so a manifest cut short or
      * edited is caught as surely as a copy that no longer matches
      * it. A file that did not exist when the set was taken is
      * listed as absent rather than left out, so an incomplete set
      * can never pass for a complete one. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 BM-RECORD.
      *   The file's name in the working directory, or "*TOTAL*".
          05 BM-FILE     PIC X(32).
          05 FILLER      PIC X VALUE SPACE.
      *   'Y' copied into the set, 'N' did not exist at the time.
          05 BM-PRESENT  PIC X.
          05 FILLER      PIC X VALUE SPACE.
      *   Lines in the set's copy; on the total line, the number of
      *   file lines above it.
          05 BM-RECORDS  PIC 9(9).
          05 FILLER      PIC X VALUE SPACE.
      *   Sum of the per-line hashes of the copy, modulo 10**15; on
      *   the total line, the sum of the file lines' hashes.
          05 BM-HASH     PIC 9(15).
          05 FILLER      PIC X VALUE SPACE.
      *   When the set was taken, format YYYYMMDDHHMMSS.
          05 BM-TAKEN    PIC X(14).
