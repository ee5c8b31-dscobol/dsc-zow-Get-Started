      * 2026-09-02 dastagg       Added reason 05 for a currency
      *                          with no exchange rate on file
      *                          for the transaction date.
      * 2026-10-15 dastagg       Added reason 06 for a key/date
      *                          already posted to HISTORY or
      *                          already seen earlier in the run.
      * 2026-10-15 dastagg       Added reason 07 for a large-
      *                          value transaction declined by
      *                          finance out of the hold queue.
      * 2026-10-15 dastagg       Added reason 08 for a record the
      *                          already-posted check could not
      *                          be completed on - HISTORY read
      *                          failed or the same-run key table
      *                          was full.  Recycle it once the
      *                          cause is cleared.
      *
      **********************************************************
           05  SU-TRANSACTION-IMAGE       PIC X(50).
               88  SU-REASON-BAD-TYPE                 VALUE "03".
               88  SU-REASON-BAD-REGION               VALUE "04".
               88  SU-REASON-NO-RATE                  VALUE "05".
               88  SU-REASON-ALREADY-POSTED           VALUE "06".
               88  SU-REASON-HOLD-DECLINED            VALUE "07".
               88  SU-REASON-NOT-DUP-CHECKED          VALUE "08".
           05  SU-REJECT-PROGRAM          PIC X(08).
           05  SU-REJECT-DATE             PIC X(08).
           05  SU-REJECT-TIME             PIC X(06).
