      *              Rewrites the single PARMFILE record from a
      *              card-image PARMCARD so operations can change
      *              a run's date range, title, reject threshold,
      *              output destination, and budget variance
      *              tolerance without a recompile.
      *
      * Typical Use: Run as a batch step ahead of SR0100, with a
      *              PARMCARD DD supplying one 80-byte card in the
      *                 columns 17-56  report title
      *                 columns 57-61  reject threshold (numeric)
      *                 columns 62-69  output destination
      *                 columns 70-73  variance tolerance (percent,
      *                                999V9, e.g. 0100 = 10.0%)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-09 dastagg       Created so run parameters are
      *                          maintained without a recompile.
      * 2026-10-15 dastagg       Card now carries the budget
      *                          variance tolerance used by
      *                          SR0610.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
