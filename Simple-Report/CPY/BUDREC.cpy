      ***********************************************************
      * Copybook name: BUDREC
      * Original author: David Stagowski
      *
      * Description: Budget record held on the BUDGET VSAM KSDS,
      *              keyed by period (fiscal YYYYPP once the
      *              CALENDAR master is in use, else YYYYMM),
      *              region code, and LK-CATEGORY.  Carries the
      *              planned net amount, in the base currency, for
      *              that region and category in that period,
      *              signed the same way
      *              as the HISTORY and PERSUM amounts so the
      *              budget-versus-actual report can compare them
      *              directly.
      *
      * Typical Use: Within the File Section, on the FD for
      *              BUDGET:
      *
      * FD  BUDGET.
      * 01  BU-BUDGET-RECORD.
      *     COPY BUDREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the budget-versus-
      *                          actual variance report.
      * 2026-10-15 dastagg       Period may be a fiscal period.
      *
      **********************************************************
           05  BU-BUDGET-KEY.
               10  BU-PERIOD              PIC X(06).
               10  BU-REGION-CODE         PIC X(03).
               10  BU-CATEGORY            PIC X(10).
           05  BU-BUDGET-AMOUNT           PIC S9(11)V99 COMP-3.
           05  BU-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(04).
