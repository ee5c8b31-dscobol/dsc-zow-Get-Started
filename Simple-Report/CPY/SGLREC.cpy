      ***********************************************************
      * Copybook name: SGLREC
      * Original author: David Stagowski
      *
      * Description: Suspense ledger position record held on the
      *              SUSPGL VSAM KSDS, keyed by reject reason.
      *              Carries the suspense balance for the reason
      *              as last journaled to the ledger's suspense
      *              account by the SR0670 month-end entry, so
      *              the next month-end journals only the
      *              movement and the ledger's suspense balance
      *              stays equal to the amount SR0700 carries.
      *
      * Typical Use: Within the File Section, on the FD for
      *              SUSPGL:
      *
      * FD  SUSPGL.
      * 01  SG-POSITION-RECORD.
      *     COPY SGLREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the suspense ledger
      *                          journal.
      *
      **********************************************************
           05  SG-REJECT-REASON           PIC X(02).
           05  SG-ITEM-COUNT              PIC 9(07).
           05  SG-JOURNALED-BALANCE       PIC S9(11)V99 COMP-3.
           05  SG-AS-OF-DATE              PIC X(08).
           05  SG-BATCH-DATE              PIC X(08).
           05  SG-BATCH-TIME              PIC X(06).
           05  FILLER                     PIC X(12).
