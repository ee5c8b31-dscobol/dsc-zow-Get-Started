      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Created to close the loop on the
      *                          regional feed interface.
      * 2026-10-15 dastagg       Carved AK-RECORDS-HELD out of
      *                          the filler so the sending office
      *                          can see how many of its items are
      *                          waiting in the large-value hold
      *                          queue rather than rejected.
      *
      **********************************************************
           05  AK-REGION-CODE             PIC X(03).
           05  AK-PROCESS-STATUS          PIC X(01).
               88  AK-PROCESSED                       VALUE "P".
               88  AK-FAILED                          VALUE "F".
           05  AK-RECORDS-HELD            PIC 9(07).
           05  FILLER                     PIC X(29).
