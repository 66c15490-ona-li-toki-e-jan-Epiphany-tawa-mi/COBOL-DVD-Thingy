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
      * Layout of one record in the invoice-detail file DVD-BILL.CBL
      * writes for the finance system, one file per billed month
      * (invoice-detail.YYYYMM.dat): a line per billed kiosk with
      * the hours it was priced on, the rate row used and the
      * resulting base fee, usage charge, SLA credit and net amount.
      * The file is LINE SEQUENTIAL, so this is a fixed-width text
      * record; hours are in hundredths and money in whole cents,
      * with no decimal point, and the net carries a leading sign
      * because a bad month's credit can exceed the charges.
      ******************************************************************
       01 ID-RECORD.
      *   The billed month, format YYYYMM.
          05 ID-MONTH          PIC X(6).
          05 FILLER            PIC X VALUE SPACE.
          05 ID-SITE           PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 ID-HOST           PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
      *   The RT-SITE and RT-EFFECTIVE of the rate row applied.
          05 ID-RATE-SITE      PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 ID-RATE-EFFECTIVE PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
      *   Expected open hours (net of planned outages) and covered
      *   hours in the month.
          05 ID-EXPECTED-HOURS PIC 9(5)V99.
          05 FILLER            PIC X VALUE SPACE.
          05 ID-COVERED-HOURS  PIC 9(5)V99.
          05 FILLER            PIC X VALUE SPACE.
      *   Hours below the SLA target the credit was priced on.
          05 ID-SHORT-HOURS    PIC 9(5)V99.
          05 FILLER            PIC X VALUE SPACE.
          05 ID-BASE-FEE       PIC 9(7)V99.
          05 FILLER            PIC X VALUE SPACE.
          05 ID-USAGE          PIC 9(7)V99.
          05 FILLER            PIC X VALUE SPACE.
          05 ID-CREDIT         PIC 9(7)V99.
          05 FILLER            PIC X VALUE SPACE.
          05 ID-NET            PIC S9(7)V99 SIGN IS LEADING SEPARATE.
