      ***********************************************************
      * Program name: SR0995
      * Original author: David Stagowski
      *
      * Description: Simple-Report batch-window report.  Reads the
      *              permanent RUNHIST run-history log (see
      *              RUNHREC) for a range of business dates and
      *              reports, on one listing:
      *
      *                - every run logged for those dates - the
      *                  program and the job it ran in, start and
      *                  end, elapsed time, records read/rejected/
      *                  printed, final status, return code and
      *                  the restart or gate outcome;
      *                - the nightly window for each business
      *                  date - the first start and last end
      *                  logged for it and the time between;
      *                - each program's totals over the range -
      *                  runs, restarts, refusals, total, average
      *                  and longest elapsed time, and volumes.
      *
      *              Totals are kept by the program whose job the
      *              run was in (RH-JOB-PROGRAM), so an SR0050 gate
      *              step counts against the program it gated: a
      *              forced gate as a restart, a refused one as a
      *              refusal.  Gate steps are listed but are not
      *              runs of the program - they add nothing to its
      *              elapsed times or volumes, are not checked
      *              against its target, and do not widen the
      *              nightly window.
      *
      *              A completed run that ends after its program's
      *              target end time on the SLATARGT reference
      *              file (see SLAREC) is flagged LATE, and a
      *              nightly window that ends after the STREAM
      *              target is flagged the same way.  Without
      *              SLATARGT the report runs with nothing
      *              flagged.
      *
      *              RC 4 when any run or window is late.  RC 8
      *              when the DATECARD dates are not numeric (no
      *              report) or a SLATARGT row is rejected.  RC 16
      *              when RUNHIST cannot be opened or read.
      *
      * Typical Use: Run on request or weekly, with DATECARD DD *
      *              supplying one 80-byte card:
      *
      *                 columns  1- 8  first business date
      *                                (YYYYMMDD, blank = no
      *                                 lower limit)
      *                 columns  9-16  last business date
      *                                (blank = no upper limit)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the batch-window
      *                          run times, volumes and target
      *                          end-time report.
      * 2026-10-15 dastagg       Runs totalled under the job's
      *                          program (RH-JOB-PROGRAM); a forced
      *                          gate counts as a restart; gate
      *                          steps kept out of the elapsed,
      *                          volume, lateness and window
      *                          figures.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0995.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD ASSIGN TO DATECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATECARD-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

           SELECT SLATARGT ASSIGN TO SLATARGT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLATARGT-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DATECARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DC-DATE-CARD.
           05  DC-FROM-DATE               PIC X(08).
           05  DC-TO-DATE                 PIC X(08).
           05  FILLER                     PIC X(64).

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUN-HISTORY-RECORD.
           COPY RUNHREC.

       FD  SLATARGT
           RECORD CONTAINS 80 CHARACTERS.
       01  SL-TARGET-RECORD.
           COPY SLAREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATECARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DATECARD==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-SLATARGT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SLATARGT==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0995".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-RUNHIST-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-RUNHIST-OPEN-YES                VALUE "Y".
               88  WS-RUNHIST-OPEN-NO                 VALUE "N".
           05  WS-RUN-USABLE-SWITCH       PIC X(01)   VALUE "Y".
               88  WS-RUN-USABLE-YES                  VALUE "Y".
               88  WS-RUN-USABLE-NO                   VALUE "N".
           05  WS-RUN-LATE-SWITCH         PIC X(01)   VALUE "N".
               88  WS-RUN-LATE-YES                    VALUE "Y".
               88  WS-RUN-LATE-NO                     VALUE "N".
           05  WS-STREAM-TARGET-SWITCH    PIC X(01)   VALUE "N".
               88  WS-STREAM-TARGET-YES               VALUE "Y".
               88  WS-STREAM-TARGET-NO                VALUE "N".
           05  WS-SECTION-SWITCH          PIC X(01)   VALUE "R".
               88  WS-SECTION-RUNS                    VALUE "R".
               88  WS-SECTION-WINDOWS                 VALUE "W".
               88  WS-SECTION-PROGRAMS                VALUE "P".

       01  WS-SELECTION.
           05  WS-SEL-FROM-DATE           PIC X(08)   VALUE SPACES.
           05  WS-SEL-TO-DATE             PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RUNS-SELECTED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-RUNS-UNUSABLE           PIC 9(07)   COMP VALUE ZERO.
           05  WS-RUNS-LATE               PIC 9(07)   COMP VALUE ZERO.
           05  WS-WINDOWS-LATE            PIC 9(07)   COMP VALUE ZERO.
           05  WS-TARGETS-READ            PIC 9(07)   COMP VALUE ZERO.
           05  WS-TARGETS-REJECTED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-TARGETS-DROPPED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-PROGRAMS-DROPPED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-WINDOWS-DROPPED         PIC 9(07)   COMP VALUE ZERO.

      *    Per-program target end times from SLATARGT
       01  WS-TARGET-TABLE.
           05  WS-MAX-TARGETS             PIC 9(03)   COMP VALUE 50.
           05  WS-TARGET-COUNT            PIC 9(03)   COMP VALUE ZERO.
           05  WS-TARGET-SUB              PIC 9(03)   COMP VALUE ZERO.
           05  WS-TARGET-HIT              PIC 9(03)   COMP VALUE ZERO.
           05  WS-SEARCH-PROGRAM          PIC X(08)   VALUE SPACES.
           05  WS-TARGET-ENTRY OCCURS 50 TIMES.
               10  WS-TG-PROGRAM          PIC X(08).
               10  WS-TG-END-TIME         PIC X(06).
               10  WS-TG-SECONDS          PIC 9(05)   COMP.
               10  WS-TG-DAY-OFFSET       PIC 9(01).

      *    The STREAM row - target end of the whole nightly window
       01  WS-STREAM-TARGET.
           05  WS-ST-END-TIME             PIC X(06)   VALUE SPACES.
           05  WS-ST-SECONDS              PIC 9(05)   COMP VALUE ZERO.
           05  WS-ST-DAY-OFFSET           PIC 9(01)   VALUE ZERO.

      *    Per-program totals over the selected business dates
       01  WS-PROGRAM-TABLE.
           05  WS-MAX-PROGRAMS            PIC 9(03)   COMP VALUE 50.
           05  WS-PROGRAM-COUNT           PIC 9(03)   COMP VALUE ZERO.
           05  WS-PROGRAM-SUB             PIC 9(03)   COMP VALUE ZERO.
           05  WS-PROGRAM-HIT             PIC 9(03)   COMP VALUE ZERO.
           05  WS-PROGRAM-ENTRY OCCURS 50 TIMES.
               10  WS-PG-PROGRAM          PIC X(08).
               10  WS-PG-RUNS             PIC 9(05)   COMP.
               10  WS-PG-RESTARTS         PIC 9(05)   COMP.
               10  WS-PG-REFUSED          PIC 9(05)   COMP.
               10  WS-PG-LATE             PIC 9(05)   COMP.
               10  WS-PG-TOTAL-ELAPSED    PIC 9(09)   COMP.
               10  WS-PG-LONGEST          PIC 9(07)   COMP.
               10  WS-PG-READ             PIC 9(09)   COMP.
               10  WS-PG-REJECTED         PIC 9(09)   COMP.
               10  WS-PG-PRINTED          PIC 9(09)   COMP.

      *    One nightly window per business date.  Start and end
      *    are held as seconds from the start of the serial day
      *    count so a window crossing midnight compares directly.
       01  WS-WINDOW-TABLE.
           05  WS-MAX-WINDOWS             PIC 9(03)   COMP VALUE 400.
           05  WS-WINDOW-COUNT            PIC 9(03)   COMP VALUE ZERO.
           05  WS-WINDOW-SUB              PIC 9(03)   COMP VALUE ZERO.
           05  WS-WINDOW-HIT              PIC 9(03)   COMP VALUE ZERO.
           05  WS-WINDOW-ENTRY OCCURS 400 TIMES.
               10  WS-WN-BUSINESS-DATE    PIC X(08).
               10  WS-WN-FIRST-START      PIC S9(13)  COMP-3.
               10  WS-WN-FIRST-START-DATE PIC X(08).
               10  WS-WN-FIRST-START-TIME PIC X(06).
               10  WS-WN-LAST-END         PIC S9(13)  COMP-3.
               10  WS-WN-LAST-END-DATE    PIC X(08).
               10  WS-WN-LAST-END-TIME    PIC X(06).
               10  WS-WN-RUNS             PIC 9(05)   COMP.
               10  WS-WN-LATE             PIC 9(05)   COMP.

       01  WS-RUN-TIMES.
           05  WS-RUN-START-ABS           PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-RUN-END-ABS             PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-TARGET-ABS              PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-BUSINESS-SERIAL         PIC S9(09)  COMP VALUE ZERO.
           05  WS-WINDOW-SECONDS          PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-AVERAGE-SECONDS         PIC 9(07)   COMP VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-DW-DATE                 PIC X(08).
           05  WS-DW-DATE-N REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR             PIC 9(04).
               10  WS-DW-MONTH            PIC 9(02).
               10  WS-DW-DAY              PIC 9(02).
           05  WS-DW-SERIAL               PIC S9(09)  COMP.
           05  WS-DW-PRIOR-YEAR           PIC S9(09)  COMP.
           05  WS-DW-DIV4                 PIC S9(09)  COMP.
           05  WS-DW-DIV100               PIC S9(09)  COMP.
           05  WS-DW-DIV400               PIC S9(09)  COMP.
           05  WS-DW-QUOTIENT             PIC S9(09)  COMP.
           05  WS-DW-REM4                 PIC S9(03)  COMP.
           05  WS-DW-REM100               PIC S9(03)  COMP.
           05  WS-DW-REM400               PIC S9(03)  COMP.

       01  WS-MONTH-OFFSETS.
           05  FILLER                     PIC X(18)   VALUE
               "000031059090120151".
           05  FILLER                     PIC X(18)   VALUE
               "181212243273304334".
       01  WS-MONTH-OFFSETS-R REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                          PIC 9(03).

       01  WS-ELAPSED-WORK.
           05  WS-EL-SECONDS              PIC 9(09)   COMP VALUE ZERO.
           05  WS-EL-HOURS                PIC 9(05)   COMP VALUE ZERO.
           05  WS-EL-REMAINDER            PIC 9(05)   COMP VALUE ZERO.

       01  WS-ELAPSED-EDIT.
           05  WEL-HOURS                  PIC ZZZZ9.
           05  FILLER                     PIC X(01)   VALUE ":".
           05  WEL-MINUTES                PIC 9(02).
           05  FILLER                     PIC X(01)   VALUE ":".
           05  WEL-SECONDS                PIC 9(02).

       01  WS-TIME-IN                     PIC X(06)   VALUE SPACES.
       01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
           05  WS-TI-HOURS                PIC X(02).
           05  WS-TI-MINUTES              PIC X(02).
           05  WS-TI-SECONDS              PIC X(02).

       01  WS-TIME-EDIT.
           05  WTE-HOURS                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE ":".
           05  WTE-MINUTES                PIC X(02).
           05  FILLER                     PIC X(01)   VALUE ":".
           05  WTE-SECONDS                PIC X(02).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "BATCH WINDOW REPORT".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(15)   VALUE
               "BUSINESS DATES".
           05  WH2-FROM-DATE              PIC X(08).
           05  FILLER                     PIC X(04)   VALUE
               " TO ".
           05  WH2-TO-DATE                PIC X(08).
           05  FILLER                     PIC X(05)   VALUE SPACE.
           05  FILLER                     PIC X(13)   VALUE
               "TARGETS HELD".
           05  WH2-TARGET-COUNT           PIC ZZZ9.
           05  FILLER                     PIC X(75)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WSL-SECTION-TITLE          PIC X(40).
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-RUN-HEADING.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE
               "BUS DATE".
           05  FILLER                     PIC X(09)   VALUE "JOB".
           05  FILLER                     PIC X(10)   VALUE
               "PROGRAM".
           05  FILLER                     PIC X(19)   VALUE
               "STARTED".
           05  FILLER                     PIC X(18)   VALUE
               "ENDED".
           05  FILLER                     PIC X(12)   VALUE
               "    ELAPSED".
           05  FILLER                     PIC X(08)   VALUE
               "   READ".
           05  FILLER                     PIC X(08)   VALUE
               " REJECT".
           05  FILLER                     PIC X(09)   VALUE
               "PRINTED".
           05  FILLER                     PIC X(03)   VALUE "ST".
           05  FILLER                     PIC X(06)   VALUE
               "  RC".
           05  FILLER                     PIC X(14)   VALUE
               "OUTCOME".
           05  FILLER                     PIC X(06)   VALUE
               "TARGET".

       01  WS-RUN-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-BUSINESS-DATE           PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-JOB-PROGRAM             PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-PROGRAM-NAME            PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-START-DATE              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-START-TIME              PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-END-DATE                PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-END-TIME                PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-ELAPSED                 PIC X(11).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-RECORDS-READ            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-RECORDS-REJECTED        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-RECORDS-PRINTED         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-FINAL-STATUS            PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-RETURN-CODE             PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-OUTCOME                 PIC X(13).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WR-LATE-FLAG               PIC X(06).

       01  WS-WINDOW-HEADING.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(11)   VALUE
               "BUS DATE".
           05  FILLER                     PIC X(20)   VALUE
               "FIRST START".
           05  FILLER                     PIC X(20)   VALUE
               "LAST END".
           05  FILLER                     PIC X(14)   VALUE
               "     WINDOW".
           05  FILLER                     PIC X(07)   VALUE "RUNS".
           05  FILLER                     PIC X(07)   VALUE "LATE".
           05  FILLER                     PIC X(13)   VALUE
               "STREAM TARGET".
           05  FILLER                     PIC X(06)   VALUE SPACE.
           05  FILLER                     PIC X(34)   VALUE SPACE.

       01  WS-WINDOW-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WW-BUSINESS-DATE           PIC X(08).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-FIRST-START-DATE        PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WW-FIRST-START-TIME        PIC X(08).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-LAST-END-DATE           PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WW-LAST-END-TIME           PIC X(08).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-WINDOW                  PIC X(11).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-RUNS                    PIC ZZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-LATE                    PIC ZZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-TARGET-TIME             PIC X(08).
           05  WW-TARGET-DAY              PIC X(02).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-LATE-FLAG               PIC X(06).
           05  FILLER                     PIC X(34)   VALUE SPACE.

       01  WS-PROGRAM-HEADING.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE
               "PROGRAM".
           05  FILLER                     PIC X(06)   VALUE "RUNS".
           05  FILLER                     PIC X(06)   VALUE "RSTR".
           05  FILLER                     PIC X(06)   VALUE "RFSD".
           05  FILLER                     PIC X(13)   VALUE
               " TOTAL TIME".
           05  FILLER                     PIC X(13)   VALUE
               "   AVG TIME".
           05  FILLER                     PIC X(13)   VALUE
               "    LONGEST".
           05  FILLER                     PIC X(11)   VALUE
               "      READ".
           05  FILLER                     PIC X(11)   VALUE
               "  REJECTED".
           05  FILLER                     PIC X(12)   VALUE
               "   PRINTED".
           05  FILLER                     PIC X(12)   VALUE
               "TARGET END".
           05  FILLER                     PIC X(04)   VALUE "LATE".
           05  FILLER                     PIC X(15)   VALUE SPACE.

       01  WS-PROGRAM-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-PROGRAM-NAME            PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-RUNS                    PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-RESTARTS                PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-REFUSED                 PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-TOTAL-ELAPSED           PIC X(11).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-AVERAGE-ELAPSED         PIC X(11).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-LONGEST-ELAPSED         PIC X(11).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-RECORDS-READ            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-RECORDS-REJECTED        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-RECORDS-PRINTED         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-TARGET-TIME             PIC X(08).
           05  WP-TARGET-DAY              PIC X(02).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-LATE                    PIC ZZZ9.
           05  FILLER                     PIC X(15)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "NO RUNS LOGGED FOR THE BUSINESS DATES".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-ERROR-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "DATECARD DATE NOT NUMERIC - NO REPORT".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RUN HISTORY READ.".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RUNS SELECTED....".
           05  WT2-RUNS-SELECTED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RUNS UNUSABLE....".
           05  WT3-RUNS-UNUSABLE          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BUSINESS DATES...".
           05  WT4-BUSINESS-DATES         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RUNS LATE........".
           05  WT5-RUNS-LATE              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WINDOWS LATE.....".
           05  WT6-WINDOWS-LATE           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "TARGETS REJECTED.".
           05  WT7-TARGETS-REJECTED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-RUN
               THRU 2000-PROCESS-RUN-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - read the date range and the targets,
      *                    open the run history and prime the
      *                    read loop
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0995 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           PERFORM 1100-READ-DATE-CARD
               THRU 1100-READ-DATE-CARD-EXIT.

           PERFORM 1200-LOAD-TARGETS
               THRU 1200-LOAD-TARGETS-EXIT.

           SET WS-SECTION-RUNS            TO TRUE.
           PERFORM 2900-PRINT-HEADINGS
               THRU 2900-PRINT-HEADINGS-EXIT.

           IF (WS-SEL-FROM-DATE NOT = SPACES AND
               WS-SEL-FROM-DATE NOT NUMERIC) OR
              (WS-SEL-TO-DATE NOT = SPACES AND
               WS-SEL-TO-DATE NOT NUMERIC)
               DISPLAY "SR0995 - DATECARD DATE NOT NUMERIC, FROM = "
                       WS-SEL-FROM-DATE " TO = " WS-SEL-TO-DATE
               WRITE WS-PRINT-RECORD      FROM WS-ERROR-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8                     TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT RUNHIST.

           IF NOT WS-RUNHIST-Good
               PERFORM 9800-LOG-ERROR-RUNHIST
                   THRU 9800-LOG-ERROR-RUNHIST-EXIT
               DISPLAY "SR0995 - UNABLE TO OPEN RUNHIST, STATUS = "
                       WS-RUNHIST-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-RUNHIST-OPEN-YES        TO TRUE.

           PERFORM 2100-READ-RUNHIST
               THRU 2100-READ-RUNHIST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-DATE-CARD - pick up the business-date range; a
      *                        missing or blank card reports the
      *                        whole log
      ***********************************************************
       1100-READ-DATE-CARD.
           OPEN INPUT DATECARD.

           IF NOT WS-DATECARD-Good
               IF NOT WS-DATECARD-File-Not-Found
                   PERFORM 9800-LOG-ERROR-DATECARD
                       THRU 9800-LOG-ERROR-DATECARD-EXIT
               END-IF
               DISPLAY "SR0995 - DATECARD NOT AVAILABLE, REPORTING "
                       "THE WHOLE LOG"
               GO TO 1100-READ-DATE-CARD-EXIT
           END-IF.

           READ DATECARD.

           IF WS-DATECARD-Good
               MOVE DC-FROM-DATE          TO WS-SEL-FROM-DATE
               MOVE DC-TO-DATE            TO WS-SEL-TO-DATE
           ELSE
               IF NOT WS-DATECARD-EOF
                   PERFORM 9800-LOG-ERROR-DATECARD
                       THRU 9800-LOG-ERROR-DATECARD-EXIT
               END-IF
           END-IF.

           CLOSE DATECARD.

       1100-READ-DATE-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1200-LOAD-TARGETS - hold the SLATARGT target end times;
      *                      without the file nothing is flagged
      ***********************************************************
       1200-LOAD-TARGETS.
           OPEN INPUT SLATARGT.

           IF NOT WS-SLATARGT-Good
               IF NOT WS-SLATARGT-File-Not-Found
                   PERFORM 9800-LOG-ERROR-SLATARGT
                       THRU 9800-LOG-ERROR-SLATARGT-EXIT
               END-IF
               DISPLAY "SR0995 - SLATARGT NOT AVAILABLE, STATUS = "
                       WS-SLATARGT-Status " - NO TARGETS CHECKED"
               GO TO 1200-LOAD-TARGETS-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-TARGET
               THRU 1210-LOAD-ONE-TARGET-EXIT
               UNTIL WS-SLATARGT-EOF OR NOT WS-SLATARGT-Good.

           CLOSE SLATARGT.

           IF WS-TARGETS-REJECTED > ZERO
               MOVE 8                     TO RETURN-CODE
           END-IF.

       1200-LOAD-TARGETS-EXIT.
           EXIT.

      ***********************************************************
      * 1210-LOAD-ONE-TARGET - check and hold one target row.  A
      *                         blank card is skipped; a row with
      *                         no program, a time that is not a
      *                         time of day or a day offset other
      *                         than 0 or 1 is rejected.
      ***********************************************************
       1210-LOAD-ONE-TARGET.
           READ SLATARGT.

           IF NOT WS-SLATARGT-Good
               IF NOT WS-SLATARGT-EOF
                   PERFORM 9800-LOG-ERROR-SLATARGT
                       THRU 9800-LOG-ERROR-SLATARGT-EXIT
               END-IF
               GO TO 1210-LOAD-ONE-TARGET-EXIT
           END-IF.

           IF SL-TARGET-RECORD = SPACES
               GO TO 1210-LOAD-ONE-TARGET-EXIT
           END-IF.

           ADD 1                          TO WS-TARGETS-READ.

           IF SL-PROGRAM-NAME = SPACES OR
              SL-TARGET-END-TIME NOT NUMERIC OR
              NOT (SL-SAME-DAY OR SL-NEXT-DAY)
               GO TO 1210-LOAD-ONE-TARGET-REJECT
           END-IF.

           IF SL-TARGET-HOURS > 23 OR SL-TARGET-MINUTES > 59 OR
              SL-TARGET-SECONDS > 59
               GO TO 1210-LOAD-ONE-TARGET-REJECT
           END-IF.

           IF SL-STREAM-TARGET
               SET WS-STREAM-TARGET-YES   TO TRUE
               MOVE SL-TARGET-END-TIME    TO WS-ST-END-TIME
               COMPUTE WS-ST-SECONDS = SL-TARGET-HOURS * 3600
                   + SL-TARGET-MINUTES * 60 + SL-TARGET-SECONDS
               MOVE SL-TARGET-DAY-OFFSET  TO WS-ST-DAY-OFFSET
               GO TO 1210-LOAD-ONE-TARGET-EXIT
           END-IF.

           IF WS-TARGET-COUNT >= WS-MAX-TARGETS
               ADD 1                      TO WS-TARGETS-DROPPED
               GO TO 1210-LOAD-ONE-TARGET-EXIT
           END-IF.

           ADD 1                          TO WS-TARGET-COUNT.
           MOVE SL-PROGRAM-NAME            TO
               WS-TG-PROGRAM (WS-TARGET-COUNT).
           MOVE SL-TARGET-END-TIME         TO
               WS-TG-END-TIME (WS-TARGET-COUNT).
           COMPUTE WS-TG-SECONDS (WS-TARGET-COUNT) =
               SL-TARGET-HOURS * 3600 + SL-TARGET-MINUTES * 60
               + SL-TARGET-SECONDS.
           MOVE SL-TARGET-DAY-OFFSET       TO
               WS-TG-DAY-OFFSET (WS-TARGET-COUNT).

           GO TO 1210-LOAD-ONE-TARGET-EXIT.

       1210-LOAD-ONE-TARGET-REJECT.
           ADD 1                          TO WS-TARGETS-REJECTED.
           DISPLAY "SR0995 - SLATARGT ROW REJECTED - PROGRAM "
                   SL-PROGRAM-NAME " TIME " SL-TARGET-END-TIME
                   " DAY " SL-TARGET-DAY-OFFSET.

       1210-LOAD-ONE-TARGET-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-RUN - report one logged run when its business
      *                     date is in the range, and add it to
      *                     its program's totals and its business
      *                     date's window
      ***********************************************************
       2000-PROCESS-RUN.
           IF WS-SEL-FROM-DATE NOT = SPACES AND
              RH-BUSINESS-DATE < WS-SEL-FROM-DATE
               GO TO 2000-PROCESS-RUN-NEXT
           END-IF.

           IF WS-SEL-TO-DATE NOT = SPACES AND
              RH-BUSINESS-DATE > WS-SEL-TO-DATE
               GO TO 2000-PROCESS-RUN-NEXT
           END-IF.

           PERFORM 2150-VALIDATE-RUN
               THRU 2150-VALIDATE-RUN-EXIT.

           IF WS-RUN-USABLE-NO
               ADD 1                      TO WS-RUNS-UNUSABLE
               DISPLAY "SR0995 - RUN HISTORY RECORD "
                       WS-RECORDS-READ " FOR " RH-PROGRAM-NAME
                       " HAS A BAD DATE OR TIME - NOT REPORTED"
               GO TO 2000-PROCESS-RUN-NEXT
           END-IF.

           ADD 1                          TO WS-RUNS-SELECTED.

           PERFORM 2200-COMPUTE-RUN-TIMES
               THRU 2200-COMPUTE-RUN-TIMES-EXIT.

           PERFORM 2300-CHECK-RUN-TARGET
               THRU 2300-CHECK-RUN-TARGET-EXIT.

           PERFORM 2400-ADD-TO-PROGRAM
               THRU 2400-ADD-TO-PROGRAM-EXIT.

           PERFORM 2500-ADD-TO-WINDOW
               THRU 2500-ADD-TO-WINDOW-EXIT.

           PERFORM 2600-PRINT-RUN
               THRU 2600-PRINT-RUN-EXIT.

       2000-PROCESS-RUN-NEXT.
           PERFORM 2100-READ-RUNHIST
               THRU 2100-READ-RUNHIST-EXIT.

       2000-PROCESS-RUN-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-RUNHIST - single read of the run-history log
      ***********************************************************
       2100-READ-RUNHIST.
           READ RUNHIST.

           IF WS-RUNHIST-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-RUNHIST-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-RUNHIST-Good AND NOT WS-RUNHIST-EOF
               PERFORM 9800-LOG-ERROR-RUNHIST
                   THRU 9800-LOG-ERROR-RUNHIST-EXIT
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-RUNHIST-EXIT.
           EXIT.

      ***********************************************************
      * 2150-VALIDATE-RUN - the dates and times must be real
      *                      before they can be turned into day
      *                      counts
      ***********************************************************
       2150-VALIDATE-RUN.
           SET WS-RUN-USABLE-YES          TO TRUE.

           IF RH-BUSINESS-DATE NOT NUMERIC OR
              RH-START-DATE NOT NUMERIC OR
              RH-END-DATE NOT NUMERIC OR
              RH-START-TIME NOT NUMERIC OR
              RH-END-TIME NOT NUMERIC
               SET WS-RUN-USABLE-NO       TO TRUE
               GO TO 2150-VALIDATE-RUN-EXIT
           END-IF.

           MOVE RH-BUSINESS-DATE           TO WS-DW-DATE.

           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
               SET WS-RUN-USABLE-NO       TO TRUE
           END-IF.

           MOVE RH-START-DATE              TO WS-DW-DATE.

           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
               SET WS-RUN-USABLE-NO       TO TRUE
           END-IF.

           MOVE RH-END-DATE                TO WS-DW-DATE.

           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
               SET WS-RUN-USABLE-NO       TO TRUE
           END-IF.

       2150-VALIDATE-RUN-EXIT.
           EXIT.

      ***********************************************************
      * 2200-COMPUTE-RUN-TIMES - start and end of the run, and
      *                           the business date, as day
      *                           counts and seconds
      ***********************************************************
       2200-COMPUTE-RUN-TIMES.
           MOVE RH-START-DATE              TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           COMPUTE WS-RUN-START-ABS = WS-DW-SERIAL * 86400
               + RH-START-HOURS * 3600 + RH-START-MINUTES * 60
               + RH-START-SECONDS.

           MOVE RH-END-DATE                TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           COMPUTE WS-RUN-END-ABS = WS-DW-SERIAL * 86400
               + RH-END-HOURS * 3600 + RH-END-MINUTES * 60
               + RH-END-SECONDS.

           MOVE RH-BUSINESS-DATE           TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           MOVE WS-DW-SERIAL               TO WS-BUSINESS-SERIAL.

       2200-COMPUTE-RUN-TIMES-EXIT.
           EXIT.

      ***********************************************************
      * 2300-CHECK-RUN-TARGET - a completed run that ended after
      *                          its program's target end time
      *                          is late.  A refused or
      *                          incomplete run, or a gate step,
      *                          is not checked.
      ***********************************************************
       2300-CHECK-RUN-TARGET.
           SET WS-RUN-LATE-NO             TO TRUE.

           IF NOT RH-RUN-COMPLETE-YES OR RH-GATE-STEP
               GO TO 2300-CHECK-RUN-TARGET-EXIT
           END-IF.

           MOVE RH-JOB-PROGRAM             TO WS-SEARCH-PROGRAM.
           PERFORM 2350-FIND-TARGET
               THRU 2350-FIND-TARGET-EXIT.

           IF WS-TARGET-HIT = ZERO
               GO TO 2300-CHECK-RUN-TARGET-EXIT
           END-IF.

           COMPUTE WS-TARGET-ABS = (WS-BUSINESS-SERIAL
               + WS-TG-DAY-OFFSET (WS-TARGET-HIT)) * 86400
               + WS-TG-SECONDS (WS-TARGET-HIT).

           IF WS-RUN-END-ABS > WS-TARGET-ABS
               SET WS-RUN-LATE-YES        TO TRUE
               ADD 1                      TO WS-RUNS-LATE
           END-IF.

       2300-CHECK-RUN-TARGET-EXIT.
           EXIT.

      ***********************************************************
      * 2350-FIND-TARGET - WS-TARGET-HIT is the target entry for
      *                     WS-SEARCH-PROGRAM, or zero
      ***********************************************************
       2350-FIND-TARGET.
           MOVE ZERO                       TO WS-TARGET-HIT.

           IF WS-TARGET-COUNT > ZERO
               PERFORM 2355-TEST-ONE-TARGET
                   THRU 2355-TEST-ONE-TARGET-EXIT
                   VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-HIT > ZERO
                      OR WS-TARGET-SUB > WS-TARGET-COUNT
           END-IF.

       2350-FIND-TARGET-EXIT.
           EXIT.

      ***********************************************************
      * 2355-TEST-ONE-TARGET - compare one held target to the
      *                         program searched for
      ***********************************************************
       2355-TEST-ONE-TARGET.
           IF WS-TG-PROGRAM (WS-TARGET-SUB) = WS-SEARCH-PROGRAM
               MOVE WS-TARGET-SUB          TO WS-TARGET-HIT
           END-IF.

       2355-TEST-ONE-TARGET-EXIT.
           EXIT.

      ***********************************************************
      * 2400-ADD-TO-PROGRAM - roll the run into its job program's
      *                        totals, starting a new entry the
      *                        first time a program is seen.  A
      *                        gate step adds only its forced or
      *                        refused outcome.
      ***********************************************************
       2400-ADD-TO-PROGRAM.
           MOVE ZERO                       TO WS-PROGRAM-HIT.

           IF WS-PROGRAM-COUNT > ZERO
               PERFORM 2410-TEST-ONE-PROGRAM
                   THRU 2410-TEST-ONE-PROGRAM-EXIT
                   VARYING WS-PROGRAM-SUB FROM 1 BY 1
                   UNTIL WS-PROGRAM-HIT > ZERO
                      OR WS-PROGRAM-SUB > WS-PROGRAM-COUNT
           END-IF.

           IF WS-PROGRAM-HIT = ZERO
               IF WS-PROGRAM-COUNT >= WS-MAX-PROGRAMS
                   ADD 1                  TO WS-PROGRAMS-DROPPED
                   GO TO 2400-ADD-TO-PROGRAM-EXIT
               END-IF
               ADD 1                      TO WS-PROGRAM-COUNT
               MOVE WS-PROGRAM-COUNT      TO WS-PROGRAM-HIT
               INITIALIZE WS-PROGRAM-ENTRY (WS-PROGRAM-HIT)
               MOVE RH-JOB-PROGRAM        TO
                   WS-PG-PROGRAM (WS-PROGRAM-HIT)
           END-IF.

           IF RH-GATE-FORCED
               ADD 1 TO WS-PG-RESTARTS (WS-PROGRAM-HIT)
           END-IF.

           IF RH-GATE-REFUSED
               ADD 1 TO WS-PG-REFUSED (WS-PROGRAM-HIT)
           END-IF.

           IF RH-GATE-STEP
               GO TO 2400-ADD-TO-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WS-PG-RUNS (WS-PROGRAM-HIT).

           IF RH-RESTARTED
               ADD 1 TO WS-PG-RESTARTS (WS-PROGRAM-HIT)
           END-IF.

           IF RH-RERUN-REFUSED
               ADD 1 TO WS-PG-REFUSED (WS-PROGRAM-HIT)
           END-IF.

           IF WS-RUN-LATE-YES
               ADD 1 TO WS-PG-LATE (WS-PROGRAM-HIT)
           END-IF.

           ADD RH-ELAPSED-SECONDS
               TO WS-PG-TOTAL-ELAPSED (WS-PROGRAM-HIT).

           IF RH-ELAPSED-SECONDS > WS-PG-LONGEST (WS-PROGRAM-HIT)
               MOVE RH-ELAPSED-SECONDS    TO
                   WS-PG-LONGEST (WS-PROGRAM-HIT)
           END-IF.

           ADD RH-RECORDS-READ     TO WS-PG-READ (WS-PROGRAM-HIT).
           ADD RH-RECORDS-REJECTED TO WS-PG-REJECTED (WS-PROGRAM-HIT).
           ADD RH-RECORDS-PRINTED  TO WS-PG-PRINTED (WS-PROGRAM-HIT).

       2400-ADD-TO-PROGRAM-EXIT.
           EXIT.

      ***********************************************************
      * 2410-TEST-ONE-PROGRAM - compare one program entry to the
      *                          run's job program
      ***********************************************************
       2410-TEST-ONE-PROGRAM.
           IF WS-PG-PROGRAM (WS-PROGRAM-SUB) = RH-JOB-PROGRAM
               MOVE WS-PROGRAM-SUB         TO WS-PROGRAM-HIT
           END-IF.

       2410-TEST-ONE-PROGRAM-EXIT.
           EXIT.

      ***********************************************************
      * 2500-ADD-TO-WINDOW - widen the business date's window to
      *                       take in the run, starting a new
      *                       entry the first time a date is seen.
      *                       Gate steps are left out.
      ***********************************************************
       2500-ADD-TO-WINDOW.
           MOVE ZERO                       TO WS-WINDOW-HIT.

           IF RH-GATE-STEP
               GO TO 2500-ADD-TO-WINDOW-EXIT
           END-IF.

           IF WS-WINDOW-COUNT > ZERO
               PERFORM 2510-TEST-ONE-WINDOW
                   THRU 2510-TEST-ONE-WINDOW-EXIT
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-HIT > ZERO
                      OR WS-WINDOW-SUB > WS-WINDOW-COUNT
           END-IF.

           IF WS-WINDOW-HIT = ZERO
               IF WS-WINDOW-COUNT >= WS-MAX-WINDOWS
                   ADD 1                  TO WS-WINDOWS-DROPPED
                   GO TO 2500-ADD-TO-WINDOW-EXIT
               END-IF
               ADD 1                      TO WS-WINDOW-COUNT
               MOVE WS-WINDOW-COUNT       TO WS-WINDOW-HIT
               INITIALIZE WS-WINDOW-ENTRY (WS-WINDOW-HIT)
               MOVE RH-BUSINESS-DATE      TO
                   WS-WN-BUSINESS-DATE (WS-WINDOW-HIT)
               MOVE WS-RUN-START-ABS      TO
                   WS-WN-FIRST-START (WS-WINDOW-HIT)
               MOVE RH-START-DATE         TO
                   WS-WN-FIRST-START-DATE (WS-WINDOW-HIT)
               MOVE RH-START-TIME         TO
                   WS-WN-FIRST-START-TIME (WS-WINDOW-HIT)
               MOVE WS-RUN-END-ABS        TO
                   WS-WN-LAST-END (WS-WINDOW-HIT)
               MOVE RH-END-DATE           TO
                   WS-WN-LAST-END-DATE (WS-WINDOW-HIT)
               MOVE RH-END-TIME           TO
                   WS-WN-LAST-END-TIME (WS-WINDOW-HIT)
           END-IF.

           IF WS-RUN-START-ABS < WS-WN-FIRST-START (WS-WINDOW-HIT)
               MOVE WS-RUN-START-ABS      TO
                   WS-WN-FIRST-START (WS-WINDOW-HIT)
               MOVE RH-START-DATE         TO
                   WS-WN-FIRST-START-DATE (WS-WINDOW-HIT)
               MOVE RH-START-TIME         TO
                   WS-WN-FIRST-START-TIME (WS-WINDOW-HIT)
           END-IF.

           IF WS-RUN-END-ABS > WS-WN-LAST-END (WS-WINDOW-HIT)
               MOVE WS-RUN-END-ABS        TO
                   WS-WN-LAST-END (WS-WINDOW-HIT)
               MOVE RH-END-DATE           TO
                   WS-WN-LAST-END-DATE (WS-WINDOW-HIT)
               MOVE RH-END-TIME           TO
                   WS-WN-LAST-END-TIME (WS-WINDOW-HIT)
           END-IF.

           ADD 1 TO WS-WN-RUNS (WS-WINDOW-HIT).

           IF WS-RUN-LATE-YES
               ADD 1 TO WS-WN-LATE (WS-WINDOW-HIT)
           END-IF.

       2500-ADD-TO-WINDOW-EXIT.
           EXIT.

      ***********************************************************
      * 2510-TEST-ONE-WINDOW - compare one window entry to the
      *                         run's business date
      ***********************************************************
       2510-TEST-ONE-WINDOW.
           IF WS-WN-BUSINESS-DATE (WS-WINDOW-SUB) = RH-BUSINESS-DATE
               MOVE WS-WINDOW-SUB          TO WS-WINDOW-HIT
           END-IF.

       2510-TEST-ONE-WINDOW-EXIT.
           EXIT.

      ***********************************************************
      * 2600-PRINT-RUN - one line per logged run
      ***********************************************************
       2600-PRINT-RUN.
           IF WS-LINE-COUNT + 1 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE RH-BUSINESS-DATE           TO WR-BUSINESS-DATE.
           MOVE RH-JOB-PROGRAM             TO WR-JOB-PROGRAM.
           MOVE RH-PROGRAM-NAME            TO WR-PROGRAM-NAME.
           MOVE RH-START-DATE              TO WR-START-DATE.
           MOVE RH-START-TIME              TO WS-TIME-IN.
           PERFORM 8200-EDIT-TIME
               THRU 8200-EDIT-TIME-EXIT.
           MOVE WS-TIME-EDIT               TO WR-START-TIME.
           MOVE RH-END-DATE                TO WR-END-DATE.
           MOVE RH-END-TIME                TO WS-TIME-IN.
           PERFORM 8200-EDIT-TIME
               THRU 8200-EDIT-TIME-EXIT.
           MOVE WS-TIME-EDIT               TO WR-END-TIME.
           MOVE RH-ELAPSED-SECONDS         TO WS-EL-SECONDS.
           PERFORM 8100-EDIT-ELAPSED
               THRU 8100-EDIT-ELAPSED-EXIT.
           MOVE WS-ELAPSED-EDIT            TO WR-ELAPSED.
           MOVE RH-RECORDS-READ            TO WR-RECORDS-READ.
           MOVE RH-RECORDS-REJECTED        TO WR-RECORDS-REJECTED.
           MOVE RH-RECORDS-PRINTED         TO WR-RECORDS-PRINTED.
           MOVE RH-FINAL-STATUS            TO WR-FINAL-STATUS.
           MOVE RH-RETURN-CODE             TO WR-RETURN-CODE.

           EVALUATE TRUE
               WHEN RH-RESTARTED
                   MOVE "RESTARTED"       TO WR-OUTCOME
               WHEN RH-RERUN-REFUSED
                   MOVE "RERUN REFUSED"   TO WR-OUTCOME
               WHEN RH-GATE-RELEASED
                   MOVE "GATE RELEASED"   TO WR-OUTCOME
               WHEN RH-GATE-FORCED
                   MOVE "GATE FORCED"     TO WR-OUTCOME
               WHEN RH-GATE-REFUSED
                   MOVE "GATE REFUSED"    TO WR-OUTCOME
               WHEN RH-GATE-NO-RUN
                   MOVE "NO RUN DUE"      TO WR-OUTCOME
               WHEN RH-FRESH-RUN AND RH-RUN-COMPLETE-NO
                   MOVE "INCOMPLETE"      TO WR-OUTCOME
               WHEN RH-FRESH-RUN
                   MOVE "RUN"             TO WR-OUTCOME
               WHEN OTHER
                   MOVE "UNKNOWN"         TO WR-OUTCOME
           END-EVALUATE.

           IF WS-RUN-LATE-YES
               MOVE "LATE"                TO WR-LATE-FLAG
           ELSE
               MOVE SPACES                TO WR-LATE-FLAG
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-RUN-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.

       2600-PRINT-RUN-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new report page with the
      *                        column headings of the section
      *                        being printed
      ***********************************************************
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.

           MOVE WS-SEL-FROM-DATE           TO WH2-FROM-DATE.
           MOVE WS-SEL-TO-DATE             TO WH2-TO-DATE.
           MOVE WS-TARGET-COUNT            TO WH2-TARGET-COUNT.

           IF WS-SEL-FROM-DATE = SPACES
               MOVE "FIRST"               TO WH2-FROM-DATE
           END-IF.

           IF WS-SEL-TO-DATE = SPACES
               MOVE "LAST"                TO WH2-TO-DATE
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN WS-SECTION-WINDOWS
                   MOVE "NIGHTLY WINDOW BY BUSINESS DATE"
                                          TO WSL-SECTION-TITLE
                   WRITE WS-PRINT-RECORD  FROM WS-SECTION-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE WS-PRINT-RECORD  FROM WS-WINDOW-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN WS-SECTION-PROGRAMS
                   MOVE "RUN TIMES AND VOLUMES BY PROGRAM"
                                          TO WSL-SECTION-TITLE
                   WRITE WS-PRINT-RECORD  FROM WS-SECTION-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE WS-PRINT-RECORD  FROM WS-PROGRAM-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN OTHER
                   MOVE "RUNS LOGGED"     TO WSL-SECTION-TITLE
                   WRITE WS-PRINT-RECORD  FROM WS-SECTION-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE WS-PRINT-RECORD  FROM WS-RUN-HEADING
                       AFTER ADVANCING 2 LINES
           END-EVALUATE.

           MOVE ZERO                      TO WS-LINE-COUNT.

       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the window and program sections,
      *                  the totals, and close
      ***********************************************************
       3000-FINALIZE.
           IF WS-RUNS-SELECTED = ZERO AND WS-RUNHIST-OPEN-YES
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           IF WS-RUNS-SELECTED > ZERO
               SET WS-SECTION-WINDOWS     TO TRUE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
               PERFORM 3100-PRINT-WINDOW
                   THRU 3100-PRINT-WINDOW-EXIT
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
               SET WS-SECTION-PROGRAMS    TO TRUE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
               PERFORM 3200-PRINT-PROGRAM
                   THRU 3200-PRINT-PROGRAM-EXIT
                   VARYING WS-PROGRAM-SUB FROM 1 BY 1
                   UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-RUNS-SELECTED           TO WT2-RUNS-SELECTED.
           MOVE WS-RUNS-UNUSABLE           TO WT3-RUNS-UNUSABLE.
           MOVE WS-WINDOW-COUNT            TO WT4-BUSINESS-DATES.
           MOVE WS-RUNS-LATE               TO WT5-RUNS-LATE.
           MOVE WS-WINDOWS-LATE            TO WT6-WINDOWS-LATE.
           MOVE WS-TARGETS-REJECTED        TO WT7-TARGETS-REJECTED.

           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.

           IF WS-TARGETS-DROPPED > ZERO
               DISPLAY "SR0995 - **WARNING** TARGET TABLE FULL, "
                       WS-TARGETS-DROPPED " SLATARGT ROWS IGNORED"
           END-IF.

           IF WS-PROGRAMS-DROPPED > ZERO
               DISPLAY "SR0995 - **WARNING** PROGRAM TABLE FULL, "
                       WS-PROGRAMS-DROPPED " RUNS LEFT OUT OF THE "
                       "PROGRAM TOTALS"
           END-IF.

           IF WS-WINDOWS-DROPPED > ZERO
               DISPLAY "SR0995 - **WARNING** WINDOW TABLE FULL, "
                       WS-WINDOWS-DROPPED " RUNS LEFT OUT OF THE "
                       "NIGHTLY WINDOWS - NARROW THE DATE RANGE"
           END-IF.

           IF (WS-RUNS-LATE > ZERO OR WS-WINDOWS-LATE > ZERO) AND
              RETURN-CODE < 4
               MOVE 4                     TO RETURN-CODE
           END-IF.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

           IF WS-RUNHIST-OPEN-YES
               CLOSE RUNHIST
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3100-PRINT-WINDOW - one business date's nightly window,
      *                      first start to last end, checked
      *                      against the STREAM target
      ***********************************************************
       3100-PRINT-WINDOW.
           IF WS-LINE-COUNT + 1 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-WN-BUSINESS-DATE (WS-WINDOW-SUB)
                                          TO WW-BUSINESS-DATE.
           MOVE WS-WN-FIRST-START-DATE (WS-WINDOW-SUB)
                                          TO WW-FIRST-START-DATE.
           MOVE WS-WN-FIRST-START-TIME (WS-WINDOW-SUB)
                                          TO WS-TIME-IN.
           PERFORM 8200-EDIT-TIME
               THRU 8200-EDIT-TIME-EXIT.
           MOVE WS-TIME-EDIT               TO WW-FIRST-START-TIME.
           MOVE WS-WN-LAST-END-DATE (WS-WINDOW-SUB)
                                          TO WW-LAST-END-DATE.
           MOVE WS-WN-LAST-END-TIME (WS-WINDOW-SUB)
                                          TO WS-TIME-IN.
           PERFORM 8200-EDIT-TIME
               THRU 8200-EDIT-TIME-EXIT.
           MOVE WS-TIME-EDIT               TO WW-LAST-END-TIME.

           COMPUTE WS-WINDOW-SECONDS =
               WS-WN-LAST-END (WS-WINDOW-SUB)
             - WS-WN-FIRST-START (WS-WINDOW-SUB).
           MOVE WS-WINDOW-SECONDS          TO WS-EL-SECONDS.
           PERFORM 8100-EDIT-ELAPSED
               THRU 8100-EDIT-ELAPSED-EXIT.
           MOVE WS-ELAPSED-EDIT            TO WW-WINDOW.

           MOVE WS-WN-RUNS (WS-WINDOW-SUB) TO WW-RUNS.
           MOVE WS-WN-LATE (WS-WINDOW-SUB) TO WW-LATE.
           MOVE SPACES                     TO WW-TARGET-TIME.
           MOVE SPACES                     TO WW-TARGET-DAY.
           MOVE SPACES                     TO WW-LATE-FLAG.

           IF WS-STREAM-TARGET-NO
               GO TO 3100-PRINT-WINDOW-WRITE
           END-IF.

           MOVE WS-ST-END-TIME             TO WS-TIME-IN.
           PERFORM 8200-EDIT-TIME
               THRU 8200-EDIT-TIME-EXIT.
           MOVE WS-TIME-EDIT               TO WW-TARGET-TIME.

           IF WS-ST-DAY-OFFSET > ZERO
               MOVE "+1"                  TO WW-TARGET-DAY
           END-IF.

           MOVE WS-WN-BUSINESS-DATE (WS-WINDOW-SUB)
                                          TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           COMPUTE WS-TARGET-ABS = (WS-DW-SERIAL + WS-ST-DAY-OFFSET)
               * 86400 + WS-ST-SECONDS.

           IF WS-WN-LAST-END (WS-WINDOW-SUB) > WS-TARGET-ABS
               MOVE "LATE"                TO WW-LATE-FLAG
               ADD 1                      TO WS-WINDOWS-LATE
           END-IF.

       3100-PRINT-WINDOW-WRITE.
           WRITE WS-PRINT-RECORD          FROM WS-WINDOW-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.

       3100-PRINT-WINDOW-EXIT.
           EXIT.

      ***********************************************************
      * 3200-PRINT-PROGRAM - one program's totals over the range
      *                       with its target end time
      ***********************************************************
       3200-PRINT-PROGRAM.
           IF WS-LINE-COUNT + 1 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-PG-PROGRAM (WS-PROGRAM-SUB)
                                          TO WP-PROGRAM-NAME.
           MOVE WS-PG-RUNS (WS-PROGRAM-SUB)
                                          TO WP-RUNS.
           MOVE WS-PG-RESTARTS (WS-PROGRAM-SUB)
                                          TO WP-RESTARTS.
           MOVE WS-PG-REFUSED (WS-PROGRAM-SUB)
                                          TO WP-REFUSED.

           MOVE WS-PG-TOTAL-ELAPSED (WS-PROGRAM-SUB)
                                          TO WS-EL-SECONDS.
           PERFORM 8100-EDIT-ELAPSED
               THRU 8100-EDIT-ELAPSED-EXIT.
           MOVE WS-ELAPSED-EDIT            TO WP-TOTAL-ELAPSED.

           MOVE ZERO                       TO WS-AVERAGE-SECONDS.

           IF WS-PG-RUNS (WS-PROGRAM-SUB) > ZERO
               DIVIDE WS-PG-TOTAL-ELAPSED (WS-PROGRAM-SUB)
                   BY WS-PG-RUNS (WS-PROGRAM-SUB)
                   GIVING WS-AVERAGE-SECONDS ROUNDED
           END-IF.
           MOVE WS-AVERAGE-SECONDS         TO WS-EL-SECONDS.
           PERFORM 8100-EDIT-ELAPSED
               THRU 8100-EDIT-ELAPSED-EXIT.
           MOVE WS-ELAPSED-EDIT            TO WP-AVERAGE-ELAPSED.

           MOVE WS-PG-LONGEST (WS-PROGRAM-SUB)
                                          TO WS-EL-SECONDS.
           PERFORM 8100-EDIT-ELAPSED
               THRU 8100-EDIT-ELAPSED-EXIT.
           MOVE WS-ELAPSED-EDIT            TO WP-LONGEST-ELAPSED.

           MOVE WS-PG-READ (WS-PROGRAM-SUB)
                                          TO WP-RECORDS-READ.
           MOVE WS-PG-REJECTED (WS-PROGRAM-SUB)
                                          TO WP-RECORDS-REJECTED.
           MOVE WS-PG-PRINTED (WS-PROGRAM-SUB)
                                          TO WP-RECORDS-PRINTED.
           MOVE WS-PG-LATE (WS-PROGRAM-SUB)
                                          TO WP-LATE.

           MOVE SPACES                     TO WP-TARGET-TIME.
           MOVE SPACES                     TO WP-TARGET-DAY.

           MOVE WS-PG-PROGRAM (WS-PROGRAM-SUB)
                                          TO WS-SEARCH-PROGRAM.
           PERFORM 2350-FIND-TARGET
               THRU 2350-FIND-TARGET-EXIT.

           IF WS-TARGET-HIT > ZERO
               MOVE WS-TG-END-TIME (WS-TARGET-HIT)
                                          TO WS-TIME-IN
               PERFORM 8200-EDIT-TIME
                   THRU 8200-EDIT-TIME-EXIT
               MOVE WS-TIME-EDIT          TO WP-TARGET-TIME
               IF WS-TG-DAY-OFFSET (WS-TARGET-HIT) > ZERO
                   MOVE "+1"              TO WP-TARGET-DAY
               END-IF
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-PROGRAM-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.

       3200-PRINT-PROGRAM-EXIT.
           EXIT.

      ***********************************************************
      * 8000-DATE-TO-SERIAL - turn the YYYYMMDD date staged in
      *                        WS-DW-DATE into a day count.
      *                        Standard Gregorian arithmetic:
      *                        whole years plus leap days plus the
      *                        month offset, with one more day in
      *                        a leap year past February.
      ***********************************************************
       8000-DATE-TO-SERIAL.
           COMPUTE WS-DW-PRIOR-YEAR = WS-DW-YEAR - 1.

           DIVIDE WS-DW-PRIOR-YEAR BY 4
               GIVING WS-DW-DIV4.
           DIVIDE WS-DW-PRIOR-YEAR BY 100
               GIVING WS-DW-DIV100.
           DIVIDE WS-DW-PRIOR-YEAR BY 400
               GIVING WS-DW-DIV400.

           COMPUTE WS-DW-SERIAL = (WS-DW-PRIOR-YEAR * 365)
               + WS-DW-DIV4 - WS-DW-DIV100 + WS-DW-DIV400
               + WS-MONTH-OFFSET (WS-DW-MONTH) + WS-DW-DAY.

           IF WS-DW-MONTH > 2
               DIVIDE WS-DW-YEAR BY 4
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM4
               DIVIDE WS-DW-YEAR BY 100
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM100
               DIVIDE WS-DW-YEAR BY 400
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM400
               IF (WS-DW-REM4 = ZERO AND WS-DW-REM100 NOT = ZERO)
                  OR WS-DW-REM400 = ZERO
                   ADD 1                  TO WS-DW-SERIAL
               END-IF
           END-IF.

       8000-DATE-TO-SERIAL-EXIT.
           EXIT.

      ***********************************************************
      * 8100-EDIT-ELAPSED - WS-EL-SECONDS as hours, minutes and
      *                      seconds in WS-ELAPSED-EDIT
      ***********************************************************
       8100-EDIT-ELAPSED.
           DIVIDE WS-EL-SECONDS BY 3600
               GIVING WS-EL-HOURS REMAINDER WS-EL-REMAINDER.
           DIVIDE WS-EL-REMAINDER BY 60
               GIVING WEL-MINUTES REMAINDER WEL-SECONDS.
           MOVE WS-EL-HOURS                TO WEL-HOURS.

       8100-EDIT-ELAPSED-EXIT.
           EXIT.

      ***********************************************************
      * 8200-EDIT-TIME - the HHMMSS time in WS-TIME-IN as
      *                   HH:MM:SS in WS-TIME-EDIT
      ***********************************************************
       8200-EDIT-TIME.
           MOVE WS-TI-HOURS                TO WTE-HOURS.
           MOVE WS-TI-MINUTES              TO WTE-MINUTES.
           MOVE WS-TI-SECONDS              TO WTE-SECONDS.

       8200-EDIT-TIME-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==DATECARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SLATARGT==.
