      * Original author: David Stagowski
      *
      * Description: Period summary record held on the PERSUM
      *              VSAM KSDS, keyed by period, region code, and
      *              lookup code.  The period is the fiscal period
      *              (YYYYPP) from the CALENDAR master when the
      *              close has one, else the calendar month
      *              (YYYYMM).  One record per key carrying the
      *              transaction count and netted amount rolled
      *              up from the HISTORY detail by the period
      *              close, so period questions are
      *              answered from a few summary rows instead of
      *              a front-to-back scan of all of history.
      *
      * 2026-09-02 dastagg       Created for the month-end
      *                          period close of the HISTORY
      *                          master.
      * 2026-10-15 dastagg       Period is the fiscal period once
      *                          the CALENDAR master is in use.
      *
      **********************************************************
           05  PS-SUMMARY-KEY.
