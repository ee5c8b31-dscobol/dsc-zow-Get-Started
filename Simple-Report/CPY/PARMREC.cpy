      * 2026-08-09 dastagg       Created so report settings are
      *                          operational configuration rather
      *                          than compiled-in constants.
      * 2026-10-15 dastagg       Carved PM-VARIANCE-TOLERANCE out
      *                          of the filler for the budget-
      *                          versus-actual report (percent,
      *                          one decimal; blank or zero uses
      *                          the report's default).
      *
      **********************************************************
           05  PM-START-DATE              PIC X(08).
           05  PM-REPORT-TITLE            PIC X(40).
           05  PM-REJECT-THRESHOLD        PIC 9(05).
           05  PM-OUTPUT-DEST             PIC X(08).
           05  PM-VARIANCE-TOLERANCE      PIC 9(03)V9.
           05  FILLER                     PIC X(07).
