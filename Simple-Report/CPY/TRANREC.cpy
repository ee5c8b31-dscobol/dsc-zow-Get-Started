      *                          currency, as blank TR-TRAN-TYPE
      *                          was an original for the legacy
      *                          feeds.
      * 2026-10-15 dastagg       Carved TR-RELEASE-FLAG out of
      *                          the filler so SR0300 can mark a
      *                          genuine resend as released past
      *                          the already-posted check.
      * 2026-10-15 dastagg       Carved TR-APPROVAL-FLAG out of
      *                          the filler so SR0350 can mark a
      *                          large-value transaction approved
      *                          by finance, letting it past the
      *                          approval ceiling on the next run.
      *
      **********************************************************
           05  TR-REGION-CODE             PIC X(03).
                                                             "R" " ".
           05  TR-CURRENCY-CODE           PIC X(03).
               88  TR-CURRENCY-BASE                   VALUE SPACES.
           05  TR-RELEASE-FLAG            PIC X(01).
               88  TR-RESEND-RELEASED                 VALUE "R".
           05  TR-APPROVAL-FLAG           PIC X(01).
               88  TR-HOLD-APPROVED                   VALUE "A".
           05  FILLER                     PIC X(12).
