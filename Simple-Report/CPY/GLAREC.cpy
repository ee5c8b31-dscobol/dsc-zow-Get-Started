      *              ledger system's eight-digit numeric account
      *              codes.
      *
      *              Three reserved keys, which no lookup
      *              category can take, carry the suspense
      *              accounts SR0670 journals against: the
      *              write-off expense account (*WRITEOFF), the
      *              suspense clearing account (*SUSPCLR), and
      *              the ledger's suspense account (*SUSPENSE).
      *              They are maintained through SR0930 like any
      *              other mapping.
      *
      * Typical Use: Within the File Section, on the FD for
      *              GLACCT:
      *
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for the general ledger
      *                          journal interface.
      * 2026-10-15 dastagg       Added the reserved suspense
      *                          account keys for SR0670.
      *
      **********************************************************
           05  GA-CATEGORY                PIC X(10).
               88  GA-KEY-WRITEOFF-EXPENSE            VALUE
                                                      "*WRITEOFF".
               88  GA-KEY-SUSPENSE-CLEARING           VALUE
                                                      "*SUSPCLR".
               88  GA-KEY-GL-SUSPENSE                 VALUE
                                                      "*SUSPENSE".
           05  GA-ACCOUNT                 PIC 9(08).
           05  GA-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(12).
