      ******************************************************************
      * Layout of one record in the shared batch-control master
      * (batch-control.dat): every run of the high-water-mark jobs
      * (DVD-POST, DVD-EXTRACT, DVD-CONSOL, DVD-UPPOST, plus the
      * month-keyed DVD-BILL) registers itself here with its
      * start/end, the mark it loaded and the mark it left behind,
      * and its record counts. At startup each job compares the mark
      * it loaded with the last registered run's closing mark and
      * refuses to run on a mismatch without --force - the standard
      * run accounting that stops a restored-from-backup .hwm file
      * from silently double-posting a week of corner hits. Jobs with
      * several marks (per stream, per host) register the newest
      * one; a restored file shows up as an older composite either
      * way. DVD-UPPOST's mark is a record count rather than a stamp,
      * zero-padded to the same 14 digits. DVD-RUNREP.CBL trends the
      * start/end and record counts run over run. The file is LINE
      * SEQUENTIAL, so this is a fixed-width text record, one run per
      * line, appended in run order.
      ******************************************************************
       01 BC-RECORD.
      *   Which job ran, e.g. DVD-POST, DVD-EXTRACT or DVD-CONSOL.
          05 BC-JOB        PIC X(12).
          05 FILLER        PIC X VALUE SPACE.
      *   When the run started/ended, format YYYYMMDDHHMMSS.
