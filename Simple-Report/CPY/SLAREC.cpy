      ***********************************************************
      * Copybook name: SLAREC
      * Original author: David Stagowski
      *
      * Description: Batch-window target record on the SLATARGT
      *              reference file - one 80-byte card image per
      *              program, giving the time by which its nightly
      *              run is due to have ended, kept by operations
      *              alongside the job decks.  SR0995 reports a
      *              run that ends after its program's target as a
      *              breach.
      *
      *              SL-TARGET-END-TIME is HHMMSS.  The nightly
      *              stream runs past midnight, so the time is
      *              taken on the business date plus
      *              SL-TARGET-DAY-OFFSET days - 0 for the business
      *              date itself, 1 for the following morning.
      *
      *              A row for program STREAM gives the target end
      *              of the whole nightly stream: the last run
      *              logged for a business date must have ended by
      *              then.
      *
      * Typical Use: Within the File Section, on the FD for
      *              SLATARGT:
      *
      * FD  SLATARGT.
      * 01  SL-TARGET-RECORD.
      *     COPY SLAREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the batch-window
      *                          report.
      *
      **********************************************************
           05  SL-PROGRAM-NAME            PIC X(08).
               88  SL-STREAM-TARGET                   VALUE "STREAM".
           05  SL-TARGET-END-TIME         PIC X(06).
           05  SL-TARGET-END-TIME-N REDEFINES SL-TARGET-END-TIME.
               10  SL-TARGET-HOURS        PIC 9(02).
               10  SL-TARGET-MINUTES      PIC 9(02).
               10  SL-TARGET-SECONDS      PIC 9(02).
           05  SL-TARGET-DAY-OFFSET       PIC X(01).
               88  SL-SAME-DAY                        VALUE "0".
               88  SL-NEXT-DAY                        VALUE "1".
           05  SL-DESCRIPTION             PIC X(30).
           05  FILLER                     PIC X(35).
