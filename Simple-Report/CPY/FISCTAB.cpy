      ***********************************************************
      * Copybook name: FISCTAB
      * Original author: David Stagowski
      *
      * Description: Fiscal period table built from the period-
      *              end rows of the CALENDAR master (see CALREC),
      *              plus the work fields for loading it and for
      *              finding the fiscal period of a date.  One
      *              entry per period-end row, in date order,
      *              giving the fiscal year and period, the first
      *              and last day of the period, and whether it
      *              closes the fiscal year.  The first period
      *              starts on the earliest CALENDAR row; each
      *              later period starts the day after the one
      *              before it ends.
      *
      * Typical Use: Within the Working-Storage Section:
      *
      * 01  WS-FISCAL-PERIODS.
      *     COPY FISCTAB.
      *
      *              then browse CALENDAR once, adding an entry
      *              for each CA-PERIOD-END row (FT-DATE-WORK and
      *              FT-MONTH-LENGTH give the next day after the
      *              previous end).  To place a date, move it to
      *              FT-TARGET-DATE, scan FT-ENTRY (1) thru
      *              FT-ENTRY (FT-PERIOD-COUNT) for the period
      *              whose start and end bracket it, and use
      *              FT-RESULT-PERIOD when FT-FOUND-YES.  To find
      *              a period by its YYYYPP, move it to
      *              FT-TARGET-PERIOD and scan for the matching
      *              FT-FISCAL-KEY; FT-HIT is then its entry.
      *              The paragraphs that do this are in FISCLOAD.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the period close and
      *                          the period reports work in
      *                          fiscal periods.
      * 2026-10-15 dastagg       Pointed at FISCLOAD for the
      *                          load and search paragraphs.
      *
      **********************************************************
           05  FT-MAX-PERIODS             PIC 9(03)   COMP VALUE 240.
           05  FT-PERIOD-COUNT            PIC 9(03)   COMP VALUE ZERO.
           05  FT-SUB                     PIC 9(03)   COMP VALUE ZERO.
           05  FT-HIT                     PIC 9(03)   COMP VALUE ZERO.
           05  FT-PERIODS-DROPPED         PIC 9(07)   COMP VALUE ZERO.
           05  FT-CALENDAR-START          PIC X(08)   VALUE SPACES.
           05  FT-TARGET-DATE             PIC X(08)   VALUE SPACES.
           05  FT-TARGET-PERIOD           PIC X(06)   VALUE SPACES.
           05  FT-RESULT-PERIOD           PIC X(06)   VALUE SPACES.
           05  FT-FOUND-SWITCH            PIC X(01)   VALUE "N".
               88  FT-FOUND-YES                       VALUE "Y".
               88  FT-FOUND-NO                        VALUE "N".
           05  FT-LOADED-SWITCH           PIC X(01)   VALUE "N".
               88  FT-LOADED-YES                      VALUE "Y".
               88  FT-LOADED-NO                       VALUE "N".
           05  FT-LOAD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  FT-LOAD-EOF-YES                    VALUE "Y".
               88  FT-LOAD-EOF-NO                     VALUE "N".
           05  FT-DATE-WORK               PIC X(08)   VALUE SPACES.
           05  FT-DATE-WORK-N REDEFINES FT-DATE-WORK.
               10  FT-DW-YEAR             PIC 9(04).
               10  FT-DW-MONTH            PIC 9(02).
               10  FT-DW-DAY              PIC 9(02).
           05  FT-MONTH-DAYS              PIC 9(02)   VALUE ZERO.
           05  FT-QUOTIENT                PIC 9(05)   COMP VALUE ZERO.
           05  FT-REM4                    PIC 9(03)   COMP VALUE ZERO.
           05  FT-REM100                  PIC 9(03)   COMP VALUE ZERO.
           05  FT-REM400                  PIC 9(03)   COMP VALUE ZERO.
           05  FT-MONTH-LENGTH-VALUES     PIC X(24)   VALUE
               "312831303130313130313031".
           05  FT-MONTH-LENGTH-TABLE REDEFINES FT-MONTH-LENGTH-VALUES.
               10  FT-MONTH-LENGTH OCCURS 12 TIMES
                                          PIC 9(02).
           05  FT-PERIOD-TABLE.
               10  FT-ENTRY OCCURS 240 TIMES.
                   15  FT-FISCAL-KEY.
                       20  FT-FISCAL-YEAR PIC X(04).
                       20  FT-FISCAL-PERIOD
                                          PIC X(02).
                   15  FT-START-DATE      PIC X(08).
                   15  FT-END-DATE        PIC X(08).
                   15  FT-YEAR-END-FLAG   PIC X(01).
