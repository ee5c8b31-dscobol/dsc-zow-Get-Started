      ***********************************************************
      * Copybook name: LIMREC
      * Original author: David Stagowski
      *
      * Description: Approval-limit record held on the APLIMIT
      *              VSAM KSDS, keyed by region code plus lookup
      *              code.  Carries the ceiling, in the base
      *              currency, above which a transaction is
      *              diverted to the large-value hold queue for
      *              finance to approve or decline instead of
      *              being accepted.  A blank region code or a
      *              blank lookup code on the key means "any",
      *              so a ceiling can be set for one code in one
      *              region, for a whole region, for one code in
      *              every region, or (both blank) house-wide.
      *              The most specific record on file wins:
      *
      *                 region + code
      *                 region + blank code
      *                 blank region + code
      *                 blank region + blank code
      *
      *              The ceiling is compared to the size of the
      *              converted base amount, so a large reversal
      *              is held the same as a large original.
      *
      * Typical Use: Within the File Section, on the FD for
      *              APLIMIT:
      *
      * FD  APLIMIT.
      * 01  LM-LIMIT-RECORD.
      *     COPY LIMREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the large-value
      *                          transaction hold queue.
      *
      **********************************************************
           05  LM-LIMIT-KEY.
               10  LM-REGION-CODE         PIC X(03).
               10  LM-LOOKUP-CODE         PIC X(05).
           05  LM-CEILING                 PIC S9(09)V99 COMP-3.
           05  LM-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(16).
