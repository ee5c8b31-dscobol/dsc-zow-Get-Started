      *              resurrected) after it stops riding the
      *              carry-forward.
      *
      *              SR0670 marks each record journaled once the
      *              write-off has gone to the ledger in a
      *              balanced GLJRNL batch, so every write-off
      *              is journaled exactly once.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              write-off file:
      *
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for the suspense aging
      *                          and write-off job.
      * 2026-10-15 dastagg       Added WO-JOURNAL-SWITCH for the
      *                          suspense ledger journal.
      *
      **********************************************************
           05  WO-SUSPENSE-IMAGE          PIC X(80).
               88  WO-REASON-AGED-OUT                 VALUE "01".
           05  WO-WRITEOFF-DATE           PIC X(08).
           05  WO-WRITEOFF-TIME           PIC X(06).
           05  WO-JOURNAL-SWITCH          PIC X(01).
               88  WO-JOURNALED                       VALUE "J".
               88  WO-NOT-JOURNALED                   VALUE " ".
           05  FILLER                     PIC X(03).
