      *                          in flight before the step runs
      *                          and the program clears it when
      *                          the run completes.
      * 2026-10-15 dastagg       Carved CTL-RECORDS-HELD out of
      *                          the filler so SR0100's count of
      *                          transactions diverted to the
      *                          large-value hold queue survives
      *                          a restart and reaches SR0800.
      *
      **********************************************************
           05  CTL-PROGRAM-NAME           PIC X(08).
           05  CTL-GATE-STATUS            PIC X(01).
               88  CTL-GATE-IN-FLIGHT                 VALUE "S".
               88  CTL-GATE-CLEARED                   VALUE "C".
           05  CTL-RECORDS-HELD           PIC 9(07).
           05  FILLER                     PIC X(03).
