      ***********************************************************
      * Copybook name: GLBREC
      * Original author: David Stagowski
      *
      * Description: General ledger batch log record.  SR0650
      *              writes one record to the GLBATCH master for
      *              every journal batch it builds, keyed by the
      *              batch date and time on the GJ-HEADER, with
      *              the totals it put on the GJ-TRAILER.  SR0660
      *              completes the record from the ledger's
      *              confirmation of the batch: what the ledger
      *              accepted, rejected, and posted, and how the
      *              batch reconciled.  A batch still marked sent
      *              after its date has passed was never
      *              confirmed.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              batch log:
      *
      * FD  GLBATCH.
      * 01  GB-BATCH-RECORD.
      *     COPY GLBREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the ledger posting
      *                          confirmation reconciliation.
      *
      **********************************************************
           05  GB-BATCH-KEY.
               10  GB-BATCH-DATE          PIC X(08).
               10  GB-BATCH-TIME          PIC X(06).
           05  GB-SOURCE-SYSTEM           PIC X(08).
           05  GB-LINE-COUNT              PIC 9(07).
           05  GB-DEBIT-TOTAL             PIC S9(11)V99 COMP-3.
           05  GB-CREDIT-TOTAL            PIC S9(11)V99 COMP-3.
           05  GB-HASH-TOTAL              PIC 9(13)   COMP-3.
           05  GB-RECORDS-JOURNALED       PIC 9(07).
           05  GB-BATCH-STATUS            PIC X(01).
               88  GB-STATUS-SENT                     VALUE "S".
               88  GB-STATUS-IN-ERROR                 VALUE "E".
               88  GB-STATUS-SUPERSEDED               VALUE "X".
               88  GB-STATUS-CONFIRMED                VALUE "C".
               88  GB-STATUS-PARTIAL                  VALUE "P".
               88  GB-STATUS-REJECTED                 VALUE "R".
               88  GB-STATUS-UNBALANCED               VALUE "U".
               88  GB-STATUS-AWAITING                 VALUE "S" "E".
           05  GB-CONFIRM-DATE            PIC X(08).
           05  GB-CONFIRM-TIME            PIC X(06).
           05  GB-LINES-ACCEPTED          PIC 9(07).
           05  GB-LINES-REJECTED          PIC 9(07).
           05  GB-POSTED-DEBIT            PIC S9(11)V99 COMP-3.
           05  GB-POSTED-CREDIT           PIC S9(11)V99 COMP-3.
           05  GB-RECON-DATE              PIC X(08).
           05  FILLER                     PIC X(05).
