      ***********************************************************
      * Program name: SR0080
      * Original author: David Stagowski
      *
      * Description: Simple-Report standing transaction
      *              generator.  Browses the STANDING master of
      *              recurring transactions (see STDREC) and
      *              writes every occurrence that has fallen due
      *              since the last run, up to the business date,
      *              to GENOUT as TRANREC transactions - the file
      *              is concatenated to the SR0100 INFILE behind
      *              the regional feed.  GENOUT carries its own
      *              HDR/TRL control records (see FDHREC), so
      *              SR0100 proves it against its trailer like
      *              any other feed.
      *
      *              Each occurrence is keyed "STD" plus the
      *              standing ID, dated the day it fell due, and
      *              is an original in the standing row's
      *              currency.  The GENLIST listing shows every
      *              occurrence written and every standing row
      *              skipped, with the reason.
      *
      *              An occurrence is never generated twice.  The
      *              master records the date each row has been
      *              generated through; a later run starts the
      *              day after it.  A rerun for the same business
      *              date (the SR0100 step failed, or this step
      *              abended) rebuilds GENOUT with the same
      *              occurrences, same keys and same order, shown
      *              as REWRITTEN, so SR0100 restarts against the
      *              file it started on - it does not move on to
      *              any new ones.  A run for an earlier business
      *              date than the last one generates nothing.
      *              SR0100's already-posted check on the key and
      *              date is the second line of defence.
      *
      *              The business date is the one the SR0050 gate
      *              stamped on the SR0100 CTLFILE row while that
      *              run is in flight, else today, unless GENCARD
      *              gives one.  Business days and fiscal period
      *              ends come from the CALENDAR master; without
      *              it Monday to Friday are business days and
      *              each month end is a period end.
      *
      *              RC 16 when GENCARD, STANDING or GENOUT
      *              cannot be used, so the SR0100 step is
      *              bypassed; GENOUT is emptied first so a
      *              failed run never leaves yesterday's file
      *              behind.
      *
      * Typical Use: Run as STEP007 of the SR0100 job, after the
      *              SR0050 gate, with GENOUT written to the
      *              dataset concatenated to INFILE.  GENCARD is
      *              optional:
      *
      *                 columns  1- 8  business date (YYYYMMDD,
      *                                blank = as above)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so recurring fees and
      *                          allocations are generated into
      *                          the daily feed instead of keyed
      *                          by hand.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0080.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENCARD ASSIGN TO GENCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENCARD-Status.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-PROGRAM-NAME
               FILE STATUS IS WS-CTLFILE-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT STANDING ASSIGN TO STANDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STANDING-ID
               FILE STATUS IS WS-STANDING-Status.

           SELECT GENOUT  ASSIGN TO GENOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENOUT-Status.

           SELECT GENLIST ASSIGN TO GENLIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GENCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GC-GENERATE-CARD.
           05  GC-BUSINESS-DATE           PIC X(08).
           05  FILLER                     PIC X(72).

       FD  CTLFILE.
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  STANDING.
       01  ST-STANDING-RECORD.
           COPY STDREC.

       FD  GENOUT
           RECORD CONTAINS 50 CHARACTERS.
       01  TR-TRANSACTION-RECORD.
           COPY TRANREC.

       FD  GENLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-GENCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GENCARD==.

       01  WS-CTL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-STANDING-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==STANDING==.

       01  WS-GENOUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GENOUT==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0080".

      *    The program whose INFILE GENOUT feeds - its CTLFILE row
      *    carries the gate's business date
       01  WS-FED-PROGRAM                 PIC X(08)   VALUE "SR0100".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-STANDING-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-STANDING-OPEN-YES               VALUE "Y".
               88  WS-STANDING-OPEN-NO                VALUE "N".
           05  WS-GENOUT-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GENOUT-OPEN-YES                 VALUE "Y".
               88  WS-GENOUT-OPEN-NO                  VALUE "N".
           05  WS-CALENDAR-AVAILABLE      PIC X(01)   VALUE "N".
               88  WS-CALENDAR-AVAILABLE-YES          VALUE "Y".
               88  WS-CALENDAR-AVAILABLE-NO           VALUE "N".
           05  WS-RERUN-SWITCH            PIC X(01)   VALUE "N".
               88  WS-RERUN-YES                       VALUE "Y".
               88  WS-RERUN-NO                        VALUE "N".
           05  WS-DUE-SWITCH              PIC X(01)   VALUE "N".
               88  WS-DUE-YES                         VALUE "Y".
               88  WS-DUE-NO                          VALUE "N".
           05  WS-BUSINESS-DAY-SWITCH     PIC X(01)   VALUE "Y".
               88  WS-BUSINESS-DAY-YES                VALUE "Y".
               88  WS-BUSINESS-DAY-NO                 VALUE "N".

       01  WS-BUSINESS-DATE               PIC X(08)   VALUE SPACES.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE.
           05  WS-BD-YEAR                 PIC 9(04).
           05  WS-BD-MONTH                PIC 9(02).
           05  WS-BD-DAY                  PIC 9(02).

       01  WS-GEN-TOTALS.
           05  WS-OCCURRENCES-GENERATED   PIC 9(07)   COMP VALUE ZERO.
           05  WS-OCCURRENCES-REWRITTEN   PIC 9(07)   COMP VALUE ZERO.
           05  WS-STANDING-SKIPPED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-GENOUT-COUNT            PIC 9(07)   COMP VALUE ZERO.
           05  WS-GENOUT-AMOUNT           PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-ROW-OCCURRENCES         PIC 9(07)   COMP VALUE ZERO.

      *    One standing row's generation window: occurrences from
      *    WS-FROM-DATE through WS-THRU-DATE are due; on a rerun
      *    those on or before WS-REWRITE-THRU were generated by
      *    the earlier run for the same business date
       01  WS-WINDOW.
           05  WS-GENERATED-AFTER         PIC X(08)   VALUE SPACES.
           05  WS-FROM-DATE               PIC X(08)   VALUE SPACES.
           05  WS-THRU-DATE               PIC X(08)   VALUE SPACES.
           05  WS-REWRITE-THRU            PIC X(08)   VALUE SPACES.
           05  WS-START-SERIAL            PIC S9(09)  COMP VALUE ZERO.
           05  WS-DAYS-APART              PIC S9(09)  COMP VALUE ZERO.
           05  WS-WEEK-REMAINDER          PIC 9(01)   COMP VALUE ZERO.
           05  WS-SKIP-REASON             PIC X(14)   VALUE SPACES.

      *    The day being tested, stepped on one day at a time
       01  WS-OCCURRENCE-WORK.
           05  WS-OC-DATE                 PIC X(08)   VALUE SPACES.
           05  WS-OC-DATE-N REDEFINES WS-OC-DATE.
               10  WS-OC-YEAR             PIC 9(04).
               10  WS-OC-MONTH            PIC 9(02).
               10  WS-OC-DAY              PIC 9(02).
           05  WS-OC-MONTH-DAYS           PIC 9(02)   VALUE ZERO.
           05  WS-OC-QUOTIENT             PIC 9(05)   COMP VALUE ZERO.
           05  WS-OC-REM4                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-OC-REM100               PIC 9(03)   COMP VALUE ZERO.
           05  WS-OC-REM400               PIC 9(03)   COMP VALUE ZERO.
           05  WS-OC-MONTH-LENGTH-VALUES  PIC X(24)   VALUE
               "312831303130313130313031".
           05  WS-OC-MONTH-LENGTH-TABLE
                   REDEFINES WS-OC-MONTH-LENGTH-VALUES.
               10  WS-OC-MONTH-LENGTH OCCURS 12 TIMES
                                          PIC 9(02).

       01  WS-WEEKDAY                     PIC 9(01)   COMP VALUE ZERO.
           88  WS-WEEKDAY-SUNDAY                      VALUE 0.
           88  WS-WEEKDAY-SATURDAY                    VALUE 6.

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

       01  WS-FEED-CONTROL-RECORD.
           COPY FDHREC.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "STANDING TRANSACTION GENERATION".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(15)   VALUE
               "BUSINESS DATE".
           05  WH2-BUSINESS-DATE          PIC X(08).
           05  FILLER                     PIC X(05)   VALUE SPACE.
           05  WH2-CALENDAR-NOTE          PIC X(40).
           05  FILLER                     PIC X(64)   VALUE SPACE.

       01  WS-HEADING-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(09)   VALUE "ID".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(07)   VALUE "CODE".
           05  FILLER                     PIC X(03)   VALUE "F".
           05  FILLER                     PIC X(10)   VALUE
               "DUE DATE".
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(17)   VALUE
               "         AMOUNT".
           05  FILLER                     PIC X(05)   VALUE "CUR".
           05  FILLER                     PIC X(22)   VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(14)   VALUE
               "RESULT".
           05  FILLER                     PIC X(28)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WG-STANDING-ID             PIC X(07).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-REGION-CODE             PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-LOOKUP-CODE             PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-FREQUENCY               PIC X(01).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-DUE-DATE                PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-TRAN-KEY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-CURRENCY-CODE           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WG-RESULT                  PIC X(14).
           05  FILLER                     PIC X(28)   VALUE SPACE.

       01  WS-ERROR-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "GENCARD DATE NOT A DATE - NO GENERATION".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STANDING READ....".
           05  WT1-STANDING-READ          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "GENERATED........".
           05  WT2-GENERATED              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "REWRITTEN ON RERUN".
           05  WT3-REWRITTEN              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STANDING SKIPPED.".
           05  WT4-SKIPPED                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "GENOUT RECORDS...".
           05  WT5-GENOUT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "GENOUT AMOUNT....".
           05  WT6-GENOUT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(97)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-STANDING
               THRU 2000-PROCESS-STANDING-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - empty GENOUT, settle the business date,
      *                    open the masters and prime the browse
      *                    of STANDING
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GENLIST.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0080 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN OUTPUT GENOUT.

           IF NOT WS-GENOUT-Good
               PERFORM 9800-LOG-ERROR-GENOUT
                   THRU 9800-LOG-ERROR-GENOUT-EXIT
               DISPLAY "SR0080 - UNABLE TO OPEN GENOUT, STATUS = "
                       WS-GENOUT-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-GENOUT-OPEN-YES         TO TRUE.

           PERFORM 1100-SET-BUSINESS-DATE
               THRU 1100-SET-BUSINESS-DATE-EXIT.

           PERFORM 1200-OPEN-CALENDAR
               THRU 1200-OPEN-CALENDAR-EXIT.

           PERFORM 2900-PRINT-HEADINGS
               THRU 2900-PRINT-HEADINGS-EXIT.

           IF WS-BUSINESS-DATE NOT NUMERIC OR
              WS-BD-MONTH < 1 OR WS-BD-MONTH > 12 OR
              WS-BD-DAY < 1 OR WS-BD-DAY > 31
               DISPLAY "SR0080 - BUSINESS DATE " WS-BUSINESS-DATE
                       " IS NOT A DATE - NOTHING GENERATED"
               WRITE WS-PRINT-RECORD      FROM WS-ERROR-LINE
                   AFTER ADVANCING 2 LINES
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O STANDING.

           IF NOT WS-STANDING-Good
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               DISPLAY "SR0080 - UNABLE TO OPEN STANDING, STATUS = "
                       WS-STANDING-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-STANDING-OPEN-YES       TO TRUE.

           MOVE SPACES                     TO WS-FEED-CONTROL-RECORD.
           SET FH-HEADER                  TO TRUE.
           MOVE WS-BUSINESS-DATE           TO FH-BUSINESS-DATE.
           MOVE ZERO                       TO FH-RECORD-COUNT.
           MOVE ZERO                       TO FH-TOTAL-AMOUNT.

           WRITE TR-TRANSACTION-RECORD    FROM WS-FEED-CONTROL-RECORD.

           IF NOT WS-GENOUT-Good
               PERFORM 9800-LOG-ERROR-GENOUT
                   THRU 9800-LOG-ERROR-GENOUT-EXIT
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE LOW-VALUES                 TO ST-STANDING-ID.

           START STANDING KEY >= ST-STANDING-ID.

           IF NOT WS-STANDING-Good
               IF NOT WS-STANDING-Not-Found AND
                  NOT WS-STANDING-Invalid-Key
                   PERFORM 9800-LOG-ERROR-STANDING
                       THRU 9800-LOG-ERROR-STANDING-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-STANDING
               THRU 2100-READ-STANDING-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-SET-BUSINESS-DATE - the GENCARD date when one is
      *                           given, else the date the gate
      *                           stamped on the fed program's
      *                           CTLFILE row while its run is in
      *                           flight, else today
      ***********************************************************
       1100-SET-BUSINESS-DATE.
           OPEN INPUT GENCARD.

           IF WS-GENCARD-Good
               READ GENCARD
               IF WS-GENCARD-Good
                   MOVE GC-BUSINESS-DATE  TO WS-BUSINESS-DATE
               END-IF
               CLOSE GENCARD
           END-IF.

           IF WS-BUSINESS-DATE NOT = SPACES
               GO TO 1100-SET-BUSINESS-DATE-EXIT
           END-IF.

           OPEN INPUT CTLFILE.

           IF WS-CTLFILE-Good
               MOVE WS-FED-PROGRAM        TO CTL-PROGRAM-NAME
               READ CTLFILE
               IF WS-CTLFILE-Good AND CTL-GATE-IN-FLIGHT AND
                  CTL-GATE-DATE NOT = SPACES
                   MOVE CTL-GATE-DATE     TO WS-BUSINESS-DATE
               END-IF
               CLOSE CTLFILE
           END-IF.

           IF WS-BUSINESS-DATE = SPACES
               ACCEPT WS-BUSINESS-DATE    FROM DATE YYYYMMDD
           END-IF.

       1100-SET-BUSINESS-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 1200-OPEN-CALENDAR - business days and fiscal period ends
      *                       come from CALENDAR when it can be
      *                       opened
      ***********************************************************
       1200-OPEN-CALENDAR.
           OPEN INPUT CALENDAR.

           IF WS-CALENDAR-Good
               SET WS-CALENDAR-AVAILABLE-YES TO TRUE
               MOVE "CALENDAR MASTER IN USE"
                                          TO WH2-CALENDAR-NOTE
               GO TO 1200-OPEN-CALENDAR-EXIT
           END-IF.

           IF NOT WS-CALENDAR-File-Not-Found
               PERFORM 9800-LOG-ERROR-CALENDAR
                   THRU 9800-LOG-ERROR-CALENDAR-EXIT
           END-IF.

           DISPLAY "SR0080 - CALENDAR NOT AVAILABLE, STATUS = "
                   WS-CALENDAR-Status " - WEEKDAYS AND MONTH ENDS "
                   "USED".
           MOVE "NO CALENDAR - WEEKDAYS AND MONTH ENDS"
                                          TO WH2-CALENDAR-NOTE.

       1200-OPEN-CALENDAR-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-STANDING - work out one standing row's
      *                          window, write the occurrences due
      *                          in it, and move the row's
      *                          generation dates on
      ***********************************************************
       2000-PROCESS-STANDING.
           MOVE ZERO                       TO WS-ROW-OCCURRENCES.
           MOVE SPACES                     TO WS-SKIP-REASON.
           MOVE SPACES                     TO WS-REWRITE-THRU.
           SET WS-RERUN-NO                TO TRUE.

           IF ST-START-DATE > WS-BUSINESS-DATE
               MOVE "NOT STARTED"         TO WS-SKIP-REASON
               GO TO 2000-PROCESS-STANDING-SKIP
           END-IF.

           IF ST-GENERATED-ON = WS-BUSINESS-DATE
               SET WS-RERUN-YES           TO TRUE
               MOVE ST-PRIOR-GENERATED    TO WS-GENERATED-AFTER
               MOVE ST-LAST-GENERATED     TO WS-REWRITE-THRU
           ELSE
               IF ST-LAST-GENERATED NOT = SPACES AND
                  ST-LAST-GENERATED >= WS-BUSINESS-DATE
                   MOVE "ALREADY DONE"    TO WS-SKIP-REASON
                   GO TO 2000-PROCESS-STANDING-SKIP
               END-IF
               MOVE ST-LAST-GENERATED     TO WS-GENERATED-AFTER
           END-IF.

           IF WS-GENERATED-AFTER = SPACES OR
              WS-GENERATED-AFTER < ST-START-DATE
               MOVE ST-START-DATE         TO WS-FROM-DATE
           ELSE
               MOVE WS-GENERATED-AFTER    TO WS-OC-DATE
               PERFORM 8220-NEXT-DAY
                   THRU 8220-NEXT-DAY-EXIT
               MOVE WS-OC-DATE            TO WS-FROM-DATE
           END-IF.

           IF ST-END-DATE < WS-BUSINESS-DATE
               MOVE ST-END-DATE           TO WS-THRU-DATE
           ELSE
               MOVE WS-BUSINESS-DATE      TO WS-THRU-DATE
           END-IF.

           IF WS-FROM-DATE > WS-THRU-DATE
               IF ST-END-DATE < WS-FROM-DATE
                   MOVE "ENDED"           TO WS-SKIP-REASON
               ELSE
                   MOVE "NOT DUE"         TO WS-SKIP-REASON
               END-IF
               GO TO 2000-PROCESS-STANDING-SKIP
           END-IF.

           MOVE ST-START-DATE              TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           MOVE WS-DW-SERIAL               TO WS-START-SERIAL.

           MOVE WS-FROM-DATE               TO WS-OC-DATE.

           PERFORM 2200-TEST-ONE-DAY
               THRU 2200-TEST-ONE-DAY-EXIT
               UNTIL WS-OC-DATE > WS-THRU-DATE
                  OR WS-EOF-YES.

           IF WS-EOF-YES
               GO TO 2000-PROCESS-STANDING-EXIT
           END-IF.

           PERFORM 2500-UPDATE-STANDING
               THRU 2500-UPDATE-STANDING-EXIT.

           IF WS-ROW-OCCURRENCES = ZERO
               MOVE "NOT DUE"             TO WS-SKIP-REASON
               GO TO 2000-PROCESS-STANDING-SKIP
           END-IF.

           GO TO 2000-PROCESS-STANDING-NEXT.

       2000-PROCESS-STANDING-SKIP.
           ADD 1                          TO WS-STANDING-SKIPPED.
           PERFORM 2600-PRINT-SKIPPED
               THRU 2600-PRINT-SKIPPED-EXIT.

       2000-PROCESS-STANDING-NEXT.
           PERFORM 2100-READ-STANDING
               THRU 2100-READ-STANDING-EXIT.

       2000-PROCESS-STANDING-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-STANDING - read forward to the next standing
      *                       row
      ***********************************************************
       2100-READ-STANDING.
           READ STANDING NEXT RECORD.

           IF WS-STANDING-Good
               ADD 1                      TO WS-RECORDS-READ
               GO TO 2100-READ-STANDING-EXIT
           END-IF.

           IF NOT WS-STANDING-EOF
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               MOVE 16                    TO RETURN-CODE
           END-IF.

           SET WS-EOF-YES                 TO TRUE.

       2100-READ-STANDING-EXIT.
           EXIT.

      ***********************************************************
      * 2200-TEST-ONE-DAY - write an occurrence when the row falls
      *                      due on WS-OC-DATE, then step on a day
      ***********************************************************
       2200-TEST-ONE-DAY.
           PERFORM 2300-CHECK-DUE
               THRU 2300-CHECK-DUE-EXIT.

           IF WS-DUE-YES
               PERFORM 2400-WRITE-OCCURRENCE
                   THRU 2400-WRITE-OCCURRENCE-EXIT
           END-IF.

           PERFORM 8220-NEXT-DAY
               THRU 8220-NEXT-DAY-EXIT.

       2200-TEST-ONE-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 2300-CHECK-DUE - WS-DUE-YES when the standing row falls
      *                   due on WS-OC-DATE under its frequency
      ***********************************************************
       2300-CHECK-DUE.
           SET WS-DUE-NO                  TO TRUE.

           PERFORM 8210-MONTH-LENGTH
               THRU 8210-MONTH-LENGTH-EXIT.

           EVALUATE TRUE
               WHEN ST-FREQ-DAILY
                   PERFORM 2310-CHECK-BUSINESS-DAY
                       THRU 2310-CHECK-BUSINESS-DAY-EXIT
                   IF WS-BUSINESS-DAY-YES
                       SET WS-DUE-YES     TO TRUE
                   END-IF
               WHEN ST-FREQ-WEEKLY
                   MOVE WS-OC-DATE        TO WS-DW-DATE
                   PERFORM 8000-DATE-TO-SERIAL
                       THRU 8000-DATE-TO-SERIAL-EXIT
                   COMPUTE WS-DAYS-APART =
                       WS-DW-SERIAL - WS-START-SERIAL
                   DIVIDE WS-DAYS-APART BY 7
                       GIVING WS-DW-QUOTIENT
                       REMAINDER WS-WEEK-REMAINDER
                   IF WS-WEEK-REMAINDER = ZERO
                       SET WS-DUE-YES     TO TRUE
                   END-IF
               WHEN ST-FREQ-MONTHLY
                   IF WS-OC-DAY = ST-START-DAY
                       SET WS-DUE-YES     TO TRUE
                   END-IF
                   IF WS-OC-DAY = WS-OC-MONTH-DAYS AND
                      ST-START-DAY > WS-OC-MONTH-DAYS
                       SET WS-DUE-YES     TO TRUE
                   END-IF
               WHEN ST-FREQ-PERIOD-END
                   PERFORM 2320-CHECK-PERIOD-END
                       THRU 2320-CHECK-PERIOD-END-EXIT
           END-EVALUATE.

       2300-CHECK-DUE-EXIT.
           EXIT.

      ***********************************************************
      * 2310-CHECK-BUSINESS-DAY - the CALENDAR row for the date
      *                            decides; a date with no row
      *                            follows the weekday rule (see
      *                            CALREC).  Day 1 of the serial
      *                            count is a Monday, so the
      *                            remainder over 7 is 0 on a
      *                            Sunday and 6 on a Saturday.
      ***********************************************************
       2310-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY-YES        TO TRUE.

           IF WS-CALENDAR-AVAILABLE-YES
               MOVE WS-OC-DATE            TO CA-CAL-DATE
               READ CALENDAR
               EVALUATE TRUE
                   WHEN WS-CALENDAR-Good
                       IF CA-NON-BUSINESS-DAY
                           SET WS-BUSINESS-DAY-NO TO TRUE
                       END-IF
                       GO TO 2310-CHECK-BUSINESS-DAY-EXIT
                   WHEN WS-CALENDAR-Not-Found
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9800-LOG-ERROR-CALENDAR
                           THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-EVALUATE
           END-IF.

           MOVE WS-OC-DATE                 TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.

           DIVIDE WS-DW-SERIAL BY 7
               GIVING WS-DW-QUOTIENT REMAINDER WS-WEEKDAY.

           IF WS-WEEKDAY-SUNDAY OR WS-WEEKDAY-SATURDAY
               SET WS-BUSINESS-DAY-NO     TO TRUE
           END-IF.

       2310-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 2320-CHECK-PERIOD-END - due on a CALENDAR period-end
      *                          row, or on the last day of the
      *                          month without CALENDAR
      ***********************************************************
       2320-CHECK-PERIOD-END.
           IF WS-CALENDAR-AVAILABLE-NO
               IF WS-OC-DAY = WS-OC-MONTH-DAYS
                   SET WS-DUE-YES         TO TRUE
               END-IF
               GO TO 2320-CHECK-PERIOD-END-EXIT
           END-IF.

           MOVE WS-OC-DATE                 TO CA-CAL-DATE.
           READ CALENDAR.

           EVALUATE TRUE
               WHEN WS-CALENDAR-Good
                   IF CA-PERIOD-END
                       SET WS-DUE-YES     TO TRUE
                   END-IF
               WHEN WS-CALENDAR-Not-Found
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
           END-EVALUATE.

       2320-CHECK-PERIOD-END-EXIT.
           EXIT.

      ***********************************************************
      * 2400-WRITE-OCCURRENCE - write one due occurrence to GENOUT
      *                          as an original transaction and
      *                          list it
      ***********************************************************
       2400-WRITE-OCCURRENCE.
           MOVE SPACES                     TO TR-TRANSACTION-RECORD.
           MOVE ST-REGION-CODE             TO TR-REGION-CODE.
           STRING "STD" ST-STANDING-ID DELIMITED BY SIZE
               INTO TR-TRAN-KEY.
           MOVE ST-LOOKUP-CODE             TO TR-LOOKUP-CODE.
           MOVE WS-OC-DATE                 TO TR-TRAN-DATE.
           MOVE ST-AMOUNT                  TO TR-AMOUNT.
           MOVE "O"                        TO TR-TRAN-TYPE.
           MOVE ST-CURRENCY-CODE           TO TR-CURRENCY-CODE.

           WRITE TR-TRANSACTION-RECORD.

           IF NOT WS-GENOUT-Good
               PERFORM 9800-LOG-ERROR-GENOUT
                   THRU 9800-LOG-ERROR-GENOUT-EXIT
               DISPLAY "SR0080 - GENOUT WRITE FAILED, STATUS = "
                       WS-GENOUT-Status
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
               GO TO 2400-WRITE-OCCURRENCE-EXIT
           END-IF.

           ADD 1                          TO WS-ROW-OCCURRENCES.
           ADD 1                          TO WS-GENOUT-COUNT.
           ADD TR-AMOUNT                  TO WS-GENOUT-AMOUNT.

           IF WS-RERUN-YES AND WS-REWRITE-THRU NOT = SPACES AND
              WS-OC-DATE NOT > WS-REWRITE-THRU
               MOVE "REWRITTEN"           TO WG-RESULT
               ADD 1                      TO WS-OCCURRENCES-REWRITTEN
           ELSE
               MOVE "GENERATED"           TO WG-RESULT
               ADD 1                      TO WS-OCCURRENCES-GENERATED
           END-IF.

           MOVE WS-OC-DATE                 TO WG-DUE-DATE.
           MOVE TR-TRAN-KEY                TO WG-TRAN-KEY.
           MOVE ST-AMOUNT                  TO WG-AMOUNT.

           PERFORM 2700-PRINT-LINE
               THRU 2700-PRINT-LINE-EXIT.

       2400-WRITE-OCCURRENCE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-UPDATE-STANDING - the row is now generated through
      *                         WS-THRU-DATE.  The first run for a
      *                         business date keeps where the row
      *                         stood before it, so a rerun for
      *                         that date starts from the same
      *                         place.
      ***********************************************************
       2500-UPDATE-STANDING.
           IF WS-RERUN-NO
               MOVE ST-LAST-GENERATED     TO ST-PRIOR-GENERATED
               MOVE WS-BUSINESS-DATE      TO ST-GENERATED-ON
           END-IF.

           MOVE WS-THRU-DATE               TO ST-LAST-GENERATED.

           REWRITE ST-STANDING-RECORD.

           IF NOT WS-STANDING-Good
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               DISPLAY "SR0080 - STANDING REWRITE FAILED FOR "
                       ST-STANDING-ID ", STATUS = "
                       WS-STANDING-Status
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2500-UPDATE-STANDING-EXIT.
           EXIT.

      ***********************************************************
      * 2600-PRINT-SKIPPED - list a standing row with nothing
      *                       written this run and the reason
      ***********************************************************
       2600-PRINT-SKIPPED.
           MOVE SPACES                     TO WG-DUE-DATE.
           MOVE SPACES                     TO WG-TRAN-KEY.
           MOVE ST-AMOUNT                  TO WG-AMOUNT.
           MOVE WS-SKIP-REASON             TO WG-RESULT.

           PERFORM 2700-PRINT-LINE
               THRU 2700-PRINT-LINE-EXIT.

       2600-PRINT-SKIPPED-EXIT.
           EXIT.

      ***********************************************************
      * 2700-PRINT-LINE - one listing line for the current
      *                    standing row
      ***********************************************************
       2700-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE ST-STANDING-ID             TO WG-STANDING-ID.
           MOVE ST-REGION-CODE             TO WG-REGION-CODE.
           MOVE ST-LOOKUP-CODE             TO WG-LOOKUP-CODE.
           MOVE ST-FREQUENCY               TO WG-FREQUENCY.
           MOVE ST-CURRENCY-CODE           TO WG-CURRENCY-CODE.
           MOVE ST-DESCRIPTION             TO WG-DESCRIPTION.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2700-PRINT-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new listing page
      ***********************************************************
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.
           MOVE WS-BUSINESS-DATE           TO WH2-BUSINESS-DATE.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO                      TO WS-LINE-COUNT.

       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - close GENOUT with its trailer, print the
      *                  totals and close
      ***********************************************************
       3000-FINALIZE.
           IF WS-STANDING-OPEN-YES AND RETURN-CODE < 16
               MOVE SPACES                TO WS-FEED-CONTROL-RECORD
               SET FH-TRAILER             TO TRUE
               MOVE WS-BUSINESS-DATE      TO FH-BUSINESS-DATE
               MOVE WS-GENOUT-COUNT       TO FH-RECORD-COUNT
               MOVE WS-GENOUT-AMOUNT      TO FH-TOTAL-AMOUNT
               WRITE TR-TRANSACTION-RECORD
                                          FROM WS-FEED-CONTROL-RECORD
               IF NOT WS-GENOUT-Good
                   PERFORM 9800-LOG-ERROR-GENOUT
                       THRU 9800-LOG-ERROR-GENOUT-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-STANDING-READ.
           MOVE WS-OCCURRENCES-GENERATED   TO WT2-GENERATED.
           MOVE WS-OCCURRENCES-REWRITTEN   TO WT3-REWRITTEN.
           MOVE WS-STANDING-SKIPPED        TO WT4-SKIPPED.
           MOVE WS-GENOUT-COUNT            TO WT5-GENOUT-COUNT.
           MOVE WS-GENOUT-AMOUNT           TO WT6-GENOUT-AMOUNT.

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

           IF RETURN-CODE >= 16
               DISPLAY "SR0080 - GENERATION FAILED - RERUN THIS "
                       "STEP BEFORE SR0100"
           END-IF.

           CLOSE GENLIST.
           CLOSE AUDITLOG.

           IF WS-GENOUT-OPEN-YES
               CLOSE GENOUT
           END-IF.

           IF WS-STANDING-OPEN-YES
               CLOSE STANDING
           END-IF.

           IF WS-CALENDAR-AVAILABLE-YES
               CLOSE CALENDAR
           END-IF.

       3000-FINALIZE-EXIT.
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
      * 8210-MONTH-LENGTH - the number of days in the month of
      *                      WS-OC-DATE, into WS-OC-MONTH-DAYS
      ***********************************************************
       8210-MONTH-LENGTH.
           MOVE WS-OC-MONTH-LENGTH (WS-OC-MONTH) TO WS-OC-MONTH-DAYS.

           IF WS-OC-MONTH = 2
               DIVIDE WS-OC-YEAR BY 4
                   GIVING WS-OC-QUOTIENT REMAINDER WS-OC-REM4
               DIVIDE WS-OC-YEAR BY 100
                   GIVING WS-OC-QUOTIENT REMAINDER WS-OC-REM100
               DIVIDE WS-OC-YEAR BY 400
                   GIVING WS-OC-QUOTIENT REMAINDER WS-OC-REM400
               IF (WS-OC-REM4 = ZERO AND WS-OC-REM100 NOT = ZERO)
                  OR WS-OC-REM400 = ZERO
                   MOVE 29                TO WS-OC-MONTH-DAYS
               END-IF
           END-IF.

       8210-MONTH-LENGTH-EXIT.
           EXIT.

      ***********************************************************
      * 8220-NEXT-DAY - step the YYYYMMDD date in WS-OC-DATE on
      *                  one day, across month and year ends
      ***********************************************************
       8220-NEXT-DAY.
           PERFORM 8210-MONTH-LENGTH
               THRU 8210-MONTH-LENGTH-EXIT.

           IF WS-OC-DAY < WS-OC-MONTH-DAYS
               ADD 1                      TO WS-OC-DAY
               GO TO 8220-NEXT-DAY-EXIT
           END-IF.

           MOVE 1                         TO WS-OC-DAY.

           IF WS-OC-MONTH < 12
               ADD 1                      TO WS-OC-MONTH
               GO TO 8220-NEXT-DAY-EXIT
           END-IF.

           MOVE 1                         TO WS-OC-MONTH.
           ADD 1                          TO WS-OC-YEAR.

       8220-NEXT-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.

           COPY ERRLOG REPLACING ==:tag:== BY ==STANDING==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GENOUT==.
