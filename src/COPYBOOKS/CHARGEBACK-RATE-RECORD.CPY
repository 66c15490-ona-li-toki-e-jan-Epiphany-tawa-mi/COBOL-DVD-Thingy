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
      * Layout of one record in the chargeback rate master
      * (chargeback-rates.dat) DVD-BILL.CBL prices each month's site
      * invoices from: a monthly base fee per in-service unit, a
      * charge per covered hour, and a credit per hour the unit fell
      * short of the SLA target, each row in force from its
      * effective date until a later row for the same site takes
      * over - so a mid-year rate change prices every month at the
      * rate that applied on its first day. A row for site "*" is
      * the house rate for every site without rows of its own. The
      * file is LINE SEQUENTIAL and kept by hand, so this is a
      * fixed-width text record, one rate per line; money fields
      * are whole cents with no decimal point (0004500 is 45.00).
      ******************************************************************
       01 RT-RECORD.
      *   KR-SITE the rate applies to, or "*" for the house rate.
          05 RT-SITE        PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
      *   First day the rate is in force, format YYYYMMDD.
          05 RT-EFFECTIVE   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
      *   Monthly fee per in-service unit.
          05 RT-BASE-FEE    PIC 9(5)V99.
          05 FILLER         PIC X VALUE SPACE.
      *   Charge per covered (screen-on) hour.
          05 RT-HOUR-RATE   PIC 9(3)V99.
          05 FILLER         PIC X VALUE SPACE.
      *   Availability the vendor contract promises, whole percent,
      *   and the credit per expected hour below it.
          05 RT-SLA-TARGET  PIC 9(3).
          05 FILLER         PIC X VALUE SPACE.
          05 RT-CREDIT-RATE PIC 9(3)V99.
