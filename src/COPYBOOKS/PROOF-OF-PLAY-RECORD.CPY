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
      * Layout of one record in the proof-of-play log
      * (proof-of-play.log): one line per showing of a content item,
      * appended by the routine that put it on screen - DVD-THINGY.CBL
      * for the logo art (the logo-schedule.dat entry in effect, a
      * built-in logo name, or FILE:path art) and DVD-MARQUEE.CBL for
      * each marquee-messages.txt line as it scrolls through. A play
      * is written when it ends, so the end time is always known - a
      * logo stretch cut short by a signal is written by DVD-THINGY's
      * next live start instead, ending at its last checkpoint.
      * Totalled per content item, per kiosk, per day by DVD-POPREP.CBL
      * for sponsor invoices and makegoods. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record.
      ******************************************************************
       01 PP-RECORD.
      *   When the item came on screen, format YYYYMMDDHHMMSS.
          05 PP-START      PIC X(14).
          05 FILLER        PIC X VALUE SPACE.
      *   When it left the screen, same format.
          05 PP-END        PIC X(14).
          05 FILLER        PIC X VALUE SPACE.
      *   The kiosk: the site config's HOST key, else $HOSTNAME.
          05 PP-HOST       PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
      *   The routine that showed it, DVD-THINGY or DVD-MARQUEE.
          05 PP-ROUTINE    PIC X(12).
          05 FILLER        PIC X VALUE SPACE.
      *   What was shown: the logo art's name, or the marquee line's
      *   "[ID]" tag (its opening text when it has none).
          05 PP-CONTENT-ID PIC X(40).
