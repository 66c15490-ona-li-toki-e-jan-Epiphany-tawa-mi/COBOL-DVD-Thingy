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
      * Layout of one record in the field-service work-order master
      * (work-orders.dat), keyed by order number: one order per
      * physical repair, opened by DVD-ALERT.CBL when an alert
      * escalates (unless the unit already has an order open) or by
      * hand at the DVD-WORDER.CBL screen, worked through
      * DVD-WORDER.CBL and aged by DVD-WOAGE.CBL. The host's site and
      * location name are copied from kiosk-roster.dat when the order
      * opens, so the order still reads right after the unit moves.
      * The file is LINE SEQUENTIAL in ascending order-number order,
      * so this is a fixed-width text record, one order per line.
      ******************************************************************
       01 WO-RECORD.
      *   Order number, assigned one past the highest on file.
          05 WO-NUMBER        PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WO-HOST          PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
      *   KR-SITE and KR-NAME as they stood when the order opened.
          05 WO-SITE          PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WO-NAME          PIC X(30).
          05 FILLER           PIC X VALUE SPACE.
      *   The problem kind, copied from the alert's AS-KIND (e.g.
      *   STALE), or keyed by hand.
          05 WO-KIND          PIC X(12).
          05 FILLER           PIC X VALUE SPACE.
      *   OPEN, DISPATCHED, ON-SITE or CLOSED.
          05 WO-STATUS        PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
      *   When the order opened / closed, format YYYYMMDDHHMMSS.
          05 WO-OPENED        PIC X(14).
          05 FILLER           PIC X VALUE SPACE.
          05 WO-CLOSED        PIC X(14).
          05 FILLER           PIC X VALUE SPACE.
      *   Assigned technician and the display vendor's ticket.
          05 WO-TECH          PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WO-VENDOR-TICKET PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
      *   How it was closed: REPAIRED, REPLACED, RESTARTED, NOFAULT
      *   or REMOVED; blank while the order is open.
          05 WO-RESOLUTION    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
      *   Who opened it: "DVD-ALERT" or the operator's $USER.
          05 WO-OPENED-BY     PIC X(16).
