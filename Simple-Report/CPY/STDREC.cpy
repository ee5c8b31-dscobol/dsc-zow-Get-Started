      ***********************************************************
      * Copybook name: STDREC
      * Original author: David Stagowski
      *
      * Description: Standing transaction record held on the
      *              STANDING VSAM KSDS, keyed by a standing ID.
      *              Each record is a transaction a region would
      *              otherwise key by hand on a schedule - a
      *              fixed fee or allocation with the same lookup
      *              code and amount every time.  SR0080 writes
      *              each occurrence that falls due into the
      *              daily feed as a TRANREC transaction.
      *
      *              ST-FREQUENCY gives the schedule:
      *                D  every business day
      *                W  every seventh day from ST-START-DATE
      *                M  monthly on the day of the month of
      *                   ST-START-DATE (the last day of a
      *                   shorter month)
      *                P  the last day of each fiscal period on
      *                   the CALENDAR master (the last day of
      *                   each month without it)
      *              No occurrence falls before ST-START-DATE or
      *              after ST-END-DATE (99999999 = no end date).
      *
      *              ST-LAST-GENERATED is the date occurrences
      *              have been generated through (blank = none
      *              yet), ST-GENERATED-ON the business date of
      *              the SR0080 run that last moved it on, and
      *              ST-PRIOR-GENERATED where it stood before
      *              that run - so a rerun for the same business
      *              date rebuilds the same occurrences and
      *              never moves on to new ones twice.
      *
      *              Each occurrence is keyed "STD" plus the
      *              standing ID on the occurrence date, so the
      *              key/date pair is unique and the SR0100
      *              already-posted check stops a repeat.  Keys
      *              beginning "STD" are reserved for it.
      *
      * Typical Use: Within the File Section, on the FD for
      *              STANDING:
      *
      * FD  STANDING.
      * 01  ST-STANDING-RECORD.
      *     COPY STDREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the standing
      *                          transaction generator.
      *
      **********************************************************
           05  ST-STANDING-ID             PIC X(07).
           05  ST-REGION-CODE             PIC X(03).
           05  ST-LOOKUP-CODE             PIC X(05).
           05  ST-AMOUNT                  PIC S9(09)V99 COMP-3.
           05  ST-CURRENCY-CODE           PIC X(03).
               88  ST-CURRENCY-BASE                   VALUE SPACES.
           05  ST-FREQUENCY               PIC X(01).
               88  ST-FREQ-DAILY                      VALUE "D".
               88  ST-FREQ-WEEKLY                     VALUE "W".
               88  ST-FREQ-MONTHLY                    VALUE "M".
               88  ST-FREQ-PERIOD-END                 VALUE "P".
               88  ST-FREQ-VALID                      VALUES "D" "W"
                                                             "M" "P".
           05  ST-START-DATE              PIC X(08).
           05  ST-START-DATE-N REDEFINES ST-START-DATE.
               10  ST-START-YEAR          PIC 9(04).
               10  ST-START-MONTH         PIC 9(02).
               10  ST-START-DAY           PIC 9(02).
           05  ST-END-DATE                PIC X(08).
               88  ST-NO-END-DATE                     VALUE "99999999".
           05  ST-LAST-GENERATED          PIC X(08).
           05  ST-GENERATED-ON            PIC X(08).
           05  ST-PRIOR-GENERATED         PIC X(08).
           05  ST-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(15).
