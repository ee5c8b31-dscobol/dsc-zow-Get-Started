      ***********************************************************
      * Copybook name: CALREC
      * Original author: David Stagowski
      *
      * Description: Business-day calendar record held on the
      *              CALENDAR VSAM KSDS, keyed by CA-CAL-DATE
      *              (YYYYMMDD).  A row marks a date as a
      *              business day, a weekend day or a holiday,
      *              and the row for the last day of each fiscal
      *              period carries the fiscal year and period it
      *              closes, with the year-end flag on the last
      *              period of the fiscal year.
      *
      *              Only the exceptions need a row.  A date with
      *              no row is a business day Monday to Friday
      *              and a weekend day Saturday and Sunday, so
      *              the deck for a year is its holidays, its
      *              period ends, and any weekend worked.  A row
      *              always overrides the weekday rule.
      *
      *              Fiscal period YYYYPP runs from the day after
      *              the previous period-end row through its own
      *              period-end row.  The earliest row on file
      *              opens the calendar: the first period starts
      *              there, and dates before it belong to no
      *              fiscal period.
      *
      *              Maintained by SR0925.  Read by SR0050 (no
      *              run expected on a non-business date), SR0700
      *              (suspense aged in business days) and SR0510,
      *              SR0520 and SR0610 (fiscal periods).
      *
      * Typical Use: Within the File Section, on the FD for
      *              CALENDAR:
      *
      * FD  CALENDAR.
      * 01  CA-CALENDAR-RECORD.
      *     COPY CALREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so aging, run sequencing
      *                          and period close follow business
      *                          days and fiscal periods instead
      *                          of the bare calendar.
      *
      **********************************************************
           05  CA-CAL-DATE                PIC X(08).
           05  CA-DAY-TYPE                PIC X(01).
               88  CA-BUSINESS-DAY                    VALUE "B".
               88  CA-WEEKEND                         VALUE "W".
               88  CA-HOLIDAY                         VALUE "H".
               88  CA-NON-BUSINESS-DAY                VALUE "W" "H".
           05  CA-FISCAL-KEY.
               10  CA-FISCAL-YEAR         PIC X(04).
               10  CA-FISCAL-PERIOD       PIC X(02).
           05  CA-PERIOD-END-FLAG         PIC X(01).
               88  CA-PERIOD-END                      VALUE "Y".
               88  CA-PERIOD-END-NO                   VALUE "N".
           05  CA-YEAR-END-FLAG           PIC X(01).
               88  CA-YEAR-END                        VALUE "Y".
               88  CA-YEAR-END-NO                     VALUE "N".
           05  CA-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(23).
