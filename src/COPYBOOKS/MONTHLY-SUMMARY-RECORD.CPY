      ******************************************************************
      * Layout of one record in the monthly history master
      * (monthly-summary.dat), shared by DVD-ROLLOV.CBL (writer) and
      * DVD-STATS.CBL and DVD-ANNUAL.CBL (readers). The period-close
      * rollover moves completed months out of daily-summary.dat into
      * this file, one record per month with per-corner totals, keyed
      * on MS-MONTH
      * and kept in ascending month order by the rollover's rewrite -
      * so the daily master stays small and long-range trend
      * reporting reads months, not years of days. The file is LINE
