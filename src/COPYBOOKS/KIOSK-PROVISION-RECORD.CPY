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
      * Layout of one record in the kiosk provisioning history
      * (kiosk-provision.dat), appended by DVD-PROVIS.CBL: one
      * record each time a roster unit's working directory is built
      * from its site's standard files, and one when a retired
      * unit's directory is decommissioned, carrying who ran it and
      * when. A decommission record also carries the record counts
      * sealed into the retirement archive. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record, one action
      * per line, appended in run order.
      ******************************************************************
       01 KP-RECORD.
      *   When the action completed, format YYYYMMDDHHMMSS.
          05 KP-TIMESTAMP   PIC X(14).
          05 FILLER         PIC X VALUE SPACE.
      *   Who ran dvd-provis, from $USER.
          05 KP-OPERATOR    PIC X(16).
          05 FILLER         PIC X VALUE SPACE.
      *   PROVISION or DECOMMISSION.
          05 KP-ACTION      PIC X(12).
          05 FILLER         PIC X VALUE SPACE.
      *   The unit and the site whose standard files it was built
      *   from (or last answered to).
          05 KP-HOST        PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 KP-SITE        PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
      *   Decommission only: corner-hit and session records sealed
      *   into the retirement archive; zero on a provision.
          05 KP-CORNER-HITS PIC 9(9).
          05 FILLER         PIC X VALUE SPACE.
          05 KP-SESSIONS    PIC 9(9).
          05 FILLER         PIC X VALUE SPACE.
      *   The directory built, or the retirement archive's name
      *   prefix in the archive directory.
          05 KP-DETAIL      PIC X(100).
          05 FILLER         PIC X VALUE SPACE.
      *   Decommission only: proof-of-play stretches sealed into the
      *   retirement archive; zero on a provision, and blank on
      *   records written before the stream was gathered.
          05 KP-PLAYS       PIC 9(9).
