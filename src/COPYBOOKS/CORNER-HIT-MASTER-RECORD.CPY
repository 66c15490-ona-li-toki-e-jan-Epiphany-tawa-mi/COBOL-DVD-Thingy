      * timestamp plus a two-digit tiebreaker, since two logos can
      * land corners in the same second; the loader bumps the
      * tiebreaker on a duplicate-key WRITE, which also makes the
      * nightly reload idempotent. DVD-SEALCK.CBL reads it through in
      * key order to check sealed days the logs no longer hold.
      ******************************************************************
       01 CM-RECORD.
          05 CM-KEY.
