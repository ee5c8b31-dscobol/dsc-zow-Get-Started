      ***********************************************************
      * Copybook name: LCONREC
      * Original author: David Stagowski
      *
      * Description: Ledger posting confirmation record, in the
      *              fixed layout the ledger system returns for
      *              each GLJRNL batch it receives.  A confirmation
      *              is one header naming the batch (the batch
      *              date and time from our GJ-HEADER) and whether
      *              the ledger posted or refused it, one reject
      *              record per journal line the ledger would not
      *              post with the account and the ledger's
      *              reason, and one trailer with the lines
      *              accepted and rejected and the debit and
      *              credit totals actually posted.  One return
      *              file may carry several confirmations.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              confirmation file:
      *
      * FD  GLCONF.
      * 01  LC-CONFIRM-RECORD.
      *     COPY LCONREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the ledger posting
      *                          confirmation reconciliation.
      *
      **********************************************************
           05  LC-RECORD-TYPE             PIC X(01).
               88  LC-HEADER                          VALUE "H".
               88  LC-REJECT                          VALUE "R".
               88  LC-TRAILER                         VALUE "T".
           05  LC-RECORD-BODY             PIC X(79).
           05  LC-HEADER-BODY REDEFINES LC-RECORD-BODY.
               10  LC-BATCH-DATE          PIC X(08).
               10  LC-BATCH-TIME          PIC X(06).
               10  LC-SOURCE-SYSTEM       PIC X(08).
               10  LC-CONFIRM-DATE        PIC X(08).
               10  LC-CONFIRM-TIME        PIC X(06).
               10  LC-DISPOSITION         PIC X(01).
                   88  LC-BATCH-POSTED                VALUE "P".
                   88  LC-BATCH-REFUSED               VALUE "R".
               10  FILLER                 PIC X(42).
           05  LC-REJECT-BODY REDEFINES LC-RECORD-BODY.
               10  LC-REJ-ACCOUNT         PIC 9(08).
               10  LC-REJ-DEBIT-CREDIT    PIC X(01).
                   88  LC-REJ-DEBIT                   VALUE "D".
                   88  LC-REJ-CREDIT                  VALUE "C".
               10  LC-REJ-AMOUNT          PIC 9(09)V99.
               10  LC-REJ-TRAN-DATE       PIC X(08).
               10  LC-REJ-TRAN-KEY        PIC X(10).
               10  LC-REJ-REASON-CODE     PIC X(04).
               10  LC-REJ-REASON-TEXT     PIC X(30).
               10  FILLER                 PIC X(07).
           05  LC-TRAILER-BODY REDEFINES LC-RECORD-BODY.
               10  LC-LINES-ACCEPTED      PIC 9(07).
               10  LC-LINES-REJECTED      PIC 9(07).
               10  LC-POSTED-DEBIT        PIC 9(11)V99.
               10  LC-POSTED-CREDIT       PIC 9(11)V99.
               10  FILLER                 PIC X(39).
