      ***********************************************************
      * Copybook name: HOLDREC
      * Original author: David Stagowski
      *
      * Description: Large-value hold record written whenever a
      *              report program diverts a valid transaction
      *              whose base amount is over its APLIMIT
      *              ceiling.  The original TRANREC image is
      *              carried intact so SR0350 can release it
      *              into the next day's input once finance
      *              approves it, together with the converted
      *              base amount, the ceiling it broke and the
      *              APLIMIT key that supplied it, and the
      *              holding program and date/time.
      *
      * Typical Use: Within the File Section, on the FD for the
      *              hold file:
      *
      * FD  HOLDOUT.
      * 01  HD-HOLD-RECORD.
      *     COPY HOLDREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the large-value
      *                          transaction hold queue.
      *
      **********************************************************
           05  HD-TRANSACTION-IMAGE       PIC X(50).
           05  HD-BASE-AMOUNT             PIC S9(09)V99 COMP-3.
           05  HD-CEILING                 PIC S9(09)V99 COMP-3.
           05  HD-LIMIT-KEY               PIC X(08).
           05  HD-HOLD-PROGRAM            PIC X(08).
           05  HD-HOLD-DATE               PIC X(08).
           05  HD-HOLD-TIME               PIC X(06).
           05  FILLER                     PIC X(08).
