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
      * Layout of one record in the prize claim register
      * (claim-register.dat): DVD-THINGY.CBL appends one ISSUED
      * record for every corner hit it shows a claim code for, right
      * after the matching CH-RECORD lands in corner-hits.log, and
      * the front-desk screen DVD-CLAIM.CBL flips it to REDEEMED when
      * the guest cashes it in. DVD-CLMREC.CBL reconciles the
      * register against corner-hits.log each night. The file is
      * LINE SEQUENTIAL, so this is a fixed-width text record, one
      * claim per line, appended in issue order.
      ******************************************************************
       01 CL-RECORD.
      *   The code shown on screen: corner, two-digit host check,
      *   eight-digit serial (day of year and second of day), the
      *   session's hit sequence digit and a check digit, e.g.
      *   TL472890412353.
          05 CL-CODE        PIC X(14).
          05 FILLER         PIC X VALUE SPACE.
      *   The unit that issued it, as in kiosk-roster.dat KR-HOST.
          05 CL-HOST        PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
      *   When the hit happened, format YYYYMMDDHHMMSS; the same
      *   moment as the CH-TIMESTAMP written for it.
          05 CL-TIMESTAMP   PIC X(14).
          05 FILLER         PIC X VALUE SPACE.
      *   TL, TR, BL or BR, as in CH-CORNER.
          05 CL-CORNER      PIC X(2).
          05 FILLER         PIC X VALUE SPACE.
      *   ISSUED until the front desk redeems it, then REDEEMED.
      *   Expiry is not a stored state: an ISSUED code whose
      *   CL-EXPIRES date has passed is simply refused.
          05 CL-STATUS      PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
      *   Last day the code may be redeemed, format YYYYMMDD.
          05 CL-EXPIRES     PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
      *   When and by whom it was redeemed; blank while ISSUED.
          05 CL-REDEEMED    PIC X(14).
          05 FILLER         PIC X VALUE SPACE.
          05 CL-REDEEMED-BY PIC X(16).
