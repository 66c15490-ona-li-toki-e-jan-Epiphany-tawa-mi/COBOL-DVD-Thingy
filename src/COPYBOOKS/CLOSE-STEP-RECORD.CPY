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
      * Layout of one record in the close-stream step log
      * (close-steps.dat) DVD-CLOSE.CBL appends to: one line per step
      * it runs, with the step's start, end and return code, and one
      * step-00 line for the whole stream when it completes. The
      * batch-control master only hears from the jobs that register
      * themselves; this is the stream's own view of every step,
      * wall clock included. DVD-RUNREP.CBL reads both for the
      * run-time trend report. The file is LINE SEQUENTIAL, so this
      * is a fixed-width text record, appended in run order.
      ******************************************************************
       01 CS-RECORD.
      *   When this dvd-close run started, format YYYYMMDDHHMMSS;
      *   the same on every line the run writes.
          05 CS-STREAM-START PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
      *   Position in the step table; 00 for the whole-stream line.
          05 CS-STEP         PIC 99.
          05 FILLER          PIC X VALUE SPACE.
      *   The command run, e.g. dvd-post; dvd-close on step 00.
          05 CS-COMMAND      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
      *   When the step started/ended, format YYYYMMDDHHMMSS.
          05 CS-START        PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
          05 CS-END          PIC X(14).
          05 FILLER          PIC X VALUE SPACE.
      *   The status CALL "SYSTEM" handed back; 0 is success.
          05 CS-RC           PIC S9(9) SIGN LEADING SEPARATE.
