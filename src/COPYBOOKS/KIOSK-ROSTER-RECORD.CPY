      * DVD-FLTREP): one record per unit, keyed on the host tag the
      * gathers and mailboxes already use, carrying the friendly
      * location name the reports print, the site, the expected
      * operating hours, the in-service flag and the unit's time
      * zone. The monitor scans exactly the in-service units - so a
      * kiosk missing from someone's hand-typed directory list can no
      * longer simply never get checked. The file is LINE SEQUENTIAL,
      * so this is a fixed-width text record, one unit per line.
      ******************************************************************
       01 KR-RECORD.
      *   The host tag, as in HOST.heartbeat.dat / HOST.session.log.
      *   'I' in service, 'R' retired. Retired units stay on file so
      *   history reports can still name them.
          05 KR-STATUS  PIC X.
          05 FILLER     PIC X VALUE SPACE.
      *   The unit's time zone: its standard (winter) offset from UTC
      *   as +HHMM/-HHMM, and the daylight-saving rule its clock
      *   follows - US, EU, or blank for none (see TZ-CONVERT.CBL).
      *   A blank offset reads as UTC, so a unit nobody has zoned
      *   keeps its records exactly as written.
          05 KR-UTC-OFFSET PIC X(5).
          05 FILLER        PIC X VALUE SPACE.
          05 KR-DST-RULE   PIC X(2).
