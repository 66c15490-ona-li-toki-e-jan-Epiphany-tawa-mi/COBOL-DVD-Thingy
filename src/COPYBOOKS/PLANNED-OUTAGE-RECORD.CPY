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
      * Layout of one record in the planned-outage file
      * (planned-outage.dat): one booked maintenance window per unit
      * and period - a panel swap, a software push - booked and
      * cancelled at DVD-OUTAGE.CBL. While a booked window is open
      * DVD-MONITOR.CBL reports the unit MAINT instead of STALE and
      * queues no alert, DVD-ALERT.CBL holds back any notification or
      * escalation for it, and DVD-AVAIL.CBL takes the window's open
      * hours out of the unit's expected time so the contract figure
      * only counts unplanned downtime. Cancelled windows stay on
      * file for the record. The file is LINE SEQUENTIAL, so this is
      * a fixed-width text record, one window per line.
      ******************************************************************
       01 PO-RECORD.
      *   Window number, assigned one past the highest on file; what
      *   CANCEL asks for.
          05 PO-NUMBER    PIC 9(6).
          05 FILLER       PIC X VALUE SPACE.
      *   The unit the window covers, as in kiosk-roster.dat.
          05 PO-HOST      PIC X(20).
          05 FILLER       PIC X VALUE SPACE.
      *   The window itself, format YYYYMMDDHHMMSS; from inclusive,
      *   to exclusive. Both are the unit's site-local time (its
      *   roster time zone; the central clock for a unit with none).
          05 PO-FROM      PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
          05 PO-TO        PIC X(14).
          05 FILLER       PIC X VALUE SPACE.
      *   'B' booked, 'C' cancelled. Only booked windows count.
          05 PO-STATUS    PIC X.
          05 FILLER       PIC X VALUE SPACE.
      *   Why the unit is down, e.g. "Panel swap".
          05 PO-REASON    PIC X(40).
          05 FILLER       PIC X VALUE SPACE.
      *   Who booked it ($USER) and when.
          05 PO-BOOKED-BY PIC X(16).
          05 FILLER       PIC X VALUE SPACE.
          05 PO-BOOKED    PIC X(14).
