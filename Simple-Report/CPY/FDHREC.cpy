      *              unverified; a trailer that does not match
      *              the body refuses the feed.
      *
      *              FH-SOURCE-PROGRAM on the header names the
      *              program that built the feed.  Only the
      *              SR0300 RECYCLE and SR0350 RELEASED files are
      *              stamped; their records alone may carry the
      *              resend-release and approval bytes of
      *              TRANREC.  Regional feeds leave it blank.
      *
      * Typical Use: Within Working-Storage as the overlay a
      *              feed record is moved to for inspection:
      *
      *                          built feed is caught against
      *                          the sender's own totals instead
      *                          of looking like a quiet day.
      * 2026-10-15 dastagg       Carved FH-SOURCE-PROGRAM out of
      *                          FILLER so SR0100 can tell the
      *                          repair and release files from
      *                          a regional feed.
      *
      **********************************************************
           05  FH-RECORD-TYPE             PIC X(03).
           05  FH-RECORD-COUNT            PIC 9(07).
           05  FH-TOTAL-AMOUNT            PIC S9(09)V99
                                          SIGN LEADING SEPARATE.
           05  FH-SOURCE-PROGRAM          PIC X(08).
               88  FH-SOURCE-TRUSTED                  VALUES "SR0300"
                                                             "SR0350".
           05  FILLER                     PIC X(09).
