      ***********************************************************
      * Copybook name: GLRJREC
      * Original author: David Stagowski
      *
      * Description: Ledger-rejected journal line record.  SR0660
      *              appends one record to the permanent GLREJECT
      *              file for every journal line the ledger
      *              refused to post: the batch it came in, the
      *              GJ-TRAN-KEY and transaction date it traces
      *              back to, the account, side, and amount, and
      *              the ledger's reason.  SR0998 reads it to show
      *              an item as journaled but rejected by the
      *              ledger.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              ledger reject file:
      *
      * FD  GLREJECT.
      * 01  GR-REJECT-RECORD.
      *     COPY GLRJREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the ledger posting
      *                          confirmation reconciliation.
      *
      **********************************************************
           05  GR-BATCH-DATE              PIC X(08).
           05  GR-BATCH-TIME              PIC X(06).
           05  GR-TRAN-KEY                PIC X(10).
           05  GR-TRAN-DATE               PIC X(08).
           05  GR-ACCOUNT                 PIC 9(08).
           05  GR-DEBIT-CREDIT            PIC X(01).
           05  GR-AMOUNT                  PIC 9(09)V99.
           05  GR-REASON-CODE             PIC X(04).
           05  GR-REASON-TEXT             PIC X(30).
           05  GR-RECON-DATE              PIC X(08).
           05  FILLER                     PIC X(06).
