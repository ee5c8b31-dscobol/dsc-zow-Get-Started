      ***********************************************************
      * Copybook name: HLOGREC
      * Original author: David Stagowski
      *
      * Description: Hold-decision log record.  SR0350 appends
      *              one record to the permanent HOLDLOG file for
      *              every approve or decline it applies to a
      *              large-value hold item: the transaction's
      *              identity and amounts, where and when it was
      *              held, the decision, the operator who made
      *              it, and the date/time it was applied.  The
      *              log is never rewritten, so it is the audit
      *              record of who let a large item through.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              decision log:
      *
      * FD  HOLDLOG.
      * 01  HL-DECISION-RECORD.
      *     COPY HLOGREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the large-value
      *                          transaction hold queue.
      *
      **********************************************************
           05  HL-TRAN-KEY                PIC X(10).
           05  HL-TRAN-DATE               PIC X(08).
           05  HL-REGION-CODE             PIC X(03).
           05  HL-LOOKUP-CODE             PIC X(05).
           05  HL-BASE-AMOUNT             PIC S9(09)V99 COMP-3.
           05  HL-CEILING                 PIC S9(09)V99 COMP-3.
           05  HL-HOLD-PROGRAM            PIC X(08).
           05  HL-HOLD-DATE               PIC X(08).
           05  HL-DECISION                PIC X(01).
               88  HL-DECISION-APPROVED               VALUE "A".
               88  HL-DECISION-DECLINED               VALUE "D".
           05  HL-OPERATOR-ID             PIC X(08).
           05  HL-DECISION-DATE           PIC X(08).
           05  HL-DECISION-TIME           PIC X(06).
           05  HL-DECISION-NOTE           PIC X(20).
           05  FILLER                     PIC X(03).
