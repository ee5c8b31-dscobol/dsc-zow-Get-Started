      ***********************************************************
      * Program name: SR0990
      * Original author: David Stagowski
      *
      * Description: Simple-Report reference data health report.
      *              A weekly sweep that checks the masters against
      *              each other and against the data that depends
      *              on them, so drift is fixed before a nightly run
      *              rejects records or books them to the wrong
      *              place.  One exception report, grouped by type
      *              of problem:
      *
      *              1. PARMFILE run window - start or end date not
      *                 a valid calendar date, start after end, or
      *                 today's date outside the window.
      *              2. LOOKUP versions whose category is blank or
      *                 has no GLACCT account (SR0650 cannot post
      *                 them).
      *              3. HISTORY lookup codes with no LOOKUP version
      *                 in force on the transaction date, or not on
      *                 LOOKUP at all.
      *              4. Open suspense items for a region that is
      *                 inactive or no longer on REGION.
      *              5. Open suspense items in a foreign currency
      *                 with no EXRATE row for the transaction date
      *                 (SR0100 needs an exact-date rate), or for a
      *                 currency with no rates at all.
      *
      *              Sections 3 to 5 print one line per distinct
      *              problem, with the first key found and the
      *              number of records affected.
      *
      * Typical Use: Run weekly.  RC 8 when any exception is
      *              reported, so the scheduler can alert; RC 16
      *              when a master or SUSPFILE cannot be opened.
      *              A missing PARMFILE is reported but is not an
      *              exception (SR0100 then runs unwindowed).
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the weekly reference
      *                          data health check.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0990.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOKUP  ASSIGN TO LOOKUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-Status.

           SELECT REGION  ASSIGN TO REGION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REGION-CODE
               FILE STATUS IS WS-REGION-Status.

           SELECT GLACCT  ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CATEGORY
               FILE STATUS IS WS-GLACCT-Status.

           SELECT EXRATE  ASSIGN TO EXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXRATE-Status.

           SELECT HISTORY ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HIST-KEY
               FILE STATUS IS WS-HISTORY-Status.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-Status.

           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP.
       01  LK-LOOKUP-RECORD.
           COPY LOOKUP.

       FD  REGION.
       01  RG-REGION-RECORD.
           COPY REGREC.

       FD  GLACCT.
       01  GA-ACCOUNT-RECORD.
           COPY GLAREC.

       FD  EXRATE.
       01  XR-RATE-RECORD.
           COPY RATEREC.

       FD  HISTORY.
       01  HI-HISTORY-RECORD.
           COPY HISTREC.

       FD  SUSPFILE.
       01  SU-SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  PARMFILE.
       01  PM-PARAMETER-RECORD.
           COPY PARMREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-LOOKUP-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==LOOKUP==.

       01  WS-REGION-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==REGION==.

       01  WS-GLACCT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLACCT==.

       01  WS-EXRATE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EXRATE==.

       01  WS-HISTORY-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HISTORY==.

       01  WS-SUSPFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SUSPFILE==.

       01  WS-PARMFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PARMFILE==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0990".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-ABORT-SWITCH            PIC X(01)   VALUE "N".
               88  WS-ABORT-YES                       VALUE "Y".
               88  WS-ABORT-NO                        VALUE "N".
           05  WS-LOOKUP-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-LOOKUP-OPEN-YES                 VALUE "Y".
           05  WS-REGION-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-REGION-OPEN-YES                 VALUE "Y".
           05  WS-GLACCT-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GLACCT-OPEN-YES                 VALUE "Y".
           05  WS-EXRATE-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-EXRATE-OPEN-YES                 VALUE "Y".
           05  WS-HISTORY-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-HISTORY-OPEN-YES                VALUE "Y".
           05  WS-SUSPFILE-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-SUSPFILE-OPEN-YES               VALUE "Y".
           05  WS-DATE-VALID-SWITCH       PIC X(01)   VALUE "N".
               88  WS-DATE-VALID-YES                  VALUE "Y".
               88  WS-DATE-VALID-NO                   VALUE "N".
           05  WS-EXC-FOUND-SWITCH        PIC X(01)   VALUE "N".
               88  WS-EXC-FOUND-YES                   VALUE "Y".
               88  WS-EXC-FOUND-NO                    VALUE "N".

       01  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LOOKUP-READ             PIC 9(07)   COMP VALUE ZERO.
           05  WS-HISTORY-READ            PIC 9(07)   COMP VALUE ZERO.
           05  WS-SUSPENSE-READ           PIC 9(07)   COMP VALUE ZERO.
           05  WS-PARM-EXCEPTIONS         PIC 9(07)   COMP VALUE ZERO.
           05  WS-CATEGORY-EXCEPTIONS     PIC 9(07)   COMP VALUE ZERO.
           05  WS-HISTORY-EXCEPTIONS      PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-EXCEPTIONS       PIC 9(07)   COMP VALUE ZERO.
           05  WS-RATE-EXCEPTIONS         PIC 9(07)   COMP VALUE ZERO.
           05  WS-TOTAL-EXCEPTIONS        PIC 9(07)   COMP VALUE ZERO.
           05  WS-SECTION-EXCEPTIONS      PIC 9(07)   COMP VALUE ZERO.
           05  WS-EXCEPTIONS-DROPPED      PIC 9(07)   COMP VALUE ZERO.

      *    Calendar edit for the PARMFILE window dates
       01  WS-EDIT-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YEAR               PIC 9(04).
           05  WS-EDIT-MONTH              PIC 9(02).
           05  WS-EDIT-DAY                PIC 9(02).

       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOTIENT           PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-4              PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-100            PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-400            PIC 9(04)   COMP VALUE ZERO.
           05  WS-MONTH-DAYS              PIC 9(02)   VALUE ZERO.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                     PIC X(24)   VALUE
               "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                          PIC 9(02).

      *    LOOKUP version in force on a HISTORY transaction date,
      *    resolved the way SR0100 resolves it
       01  WS-LOOKUP-RESOLVE.
           05  WS-LK-TARGET-CODE          PIC X(05)   VALUE SPACES.
           05  WS-LK-TARGET-DATE          PIC X(08)   VALUE SPACES.
           05  WS-LK-FOUND-SWITCH         PIC X(01)   VALUE "N".
               88  WS-LK-FOUND-YES                    VALUE "Y".
               88  WS-LK-FOUND-NO                     VALUE "N".
           05  WS-LK-ANY-SWITCH           PIC X(01)   VALUE "N".
               88  WS-LK-ANY-YES                      VALUE "Y".
               88  WS-LK-ANY-NO                       VALUE "N".
           05  WS-LK-SCAN-SWITCH          PIC X(01)   VALUE "M".
               88  WS-LK-SCAN-MORE                    VALUE "M".
               88  WS-LK-SCAN-DONE                    VALUE "D".

      *    One exception, built before it is printed or rolled
       01  WS-WORK-EXCEPTION.
           05  WS-WORK-TYPE               PIC X(01)   VALUE SPACE.
               88  WS-WORK-TYPE-HISTORY               VALUE "H".
               88  WS-WORK-TYPE-REGION                VALUE "R".
               88  WS-WORK-TYPE-RATE                  VALUE "X".
           05  WS-WORK-SOURCE             PIC X(08)   VALUE SPACES.
           05  WS-WORK-VALUE              PIC X(20)   VALUE SPACES.
           05  WS-WORK-PROBLEM            PIC X(40)   VALUE SPACES.
           05  WS-WORK-FIRST-KEY          PIC X(30)   VALUE SPACES.

       01  WS-WORK-KEY-PARTS REDEFINES WS-WORK-EXCEPTION.
           05  FILLER                     PIC X(69).
           05  WS-WORK-KEY-1              PIC X(10).
           05  FILLER                     PIC X(01).
           05  WS-WORK-KEY-2              PIC X(08).
           05  FILLER                     PIC X(11).

       01  WS-WORK-RATE-VALUE.
           05  WS-WORK-CURRENCY           PIC X(03).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-WORK-RATE-DATE          PIC X(08).

       01  WS-EXC-CONTROL.
           05  WS-MAX-EXCEPTIONS          PIC 9(03)   COMP VALUE 500.
           05  WS-EXC-COUNT               PIC 9(03)   COMP VALUE ZERO.
           05  WS-EXC-SUB                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-EXC-HIT                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-PRINT-TYPE              PIC X(01)   VALUE SPACE.

       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EXC-GROUP-KEY.
                   15  WS-EXC-TYPE        PIC X(01).
                   15  WS-EXC-SOURCE      PIC X(08).
                   15  WS-EXC-VALUE       PIC X(20).
                   15  WS-EXC-PROBLEM     PIC X(40).
               10  WS-EXC-FIRST-KEY       PIC X(30).
               10  WS-EXC-ITEM-COUNT      PIC 9(07)   COMP.

       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "REFERENCE DATA HEALTH REPORT".
           05  FILLER                     PIC X(09)   VALUE
               "RUN DATE ".
           05  WH1-RUN-DATE               PIC X(08).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(41)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE
               "SOURCE".
           05  FILLER                     PIC X(32)   VALUE
               "KEY (FIRST FOUND)".
           05  FILLER                     PIC X(22)   VALUE
               "VALUE".
           05  FILLER                     PIC X(42)   VALUE
               "PROBLEM".
           05  FILLER                     PIC X(07)   VALUE
               "  ITEMS".
           05  FILLER                     PIC X(19)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WSL-SECTION-TITLE          PIC X(60).
           05  FILLER                     PIC X(72)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-SOURCE                  PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-KEY                     PIC X(30).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-VALUE                   PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-PROBLEM                 PIC X(40).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-ITEMS                   PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(19)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                     PIC X(11)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "NONE FOUND".
           05  FILLER                     PIC X(82)   VALUE SPACE.

       01  WS-SECTION-COUNT-LINE.
           05  FILLER                     PIC X(11)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "EXCEPTIONS.......".
           05  WSC-SECTION-EXCEPTIONS     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(95)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LOOKUP READ......".
           05  WT1-LOOKUP-READ            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "HISTORY READ.....".
           05  WT2-HISTORY-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SUSPENSE READ....".
           05  WT3-SUSPENSE-READ          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "PARMFILE.........".
           05  WT4-PARM-EXCEPTIONS        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CATEGORIES.......".
           05  WT5-CATEGORY-EXCEPTIONS    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "HISTORY CODES....".
           05  WT6-HISTORY-EXCEPTIONS     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SUSPENSE REGIONS.".
           05  WT7-REGION-EXCEPTIONS      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-8.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "EXCHANGE RATES...".
           05  WT8-RATE-EXCEPTIONS        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "TOTAL EXCEPTIONS.".
           05  WT9-TOTAL-EXCEPTIONS       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-10.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "NOT GROUPED......".
           05  WT10-EXCEPTIONS-DROPPED    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-ABORT-NO
               PERFORM 2000-CHECK-PARMFILE
                   THRU 2000-CHECK-PARMFILE-EXIT
               PERFORM 2100-CHECK-CATEGORIES
                   THRU 2100-CHECK-CATEGORIES-EXIT
               PERFORM 2200-CHECK-HISTORY
                   THRU 2200-CHECK-HISTORY-EXIT
               PERFORM 2300-CHECK-SUSPENSE
                   THRU 2300-CHECK-SUSPENSE-EXIT
           END-IF.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open the report, the audit trail and
      *                    every file the sweep reads; any one
      *                    missing stops the sweep with RC 16
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0990 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.

           PERFORM 2900-PRINT-HEADINGS
               THRU 2900-PRINT-HEADINGS-EXIT.

           OPEN INPUT LOOKUP.

           IF WS-LOOKUP-Good
               SET WS-LOOKUP-OPEN-YES     TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-LOOKUP
                   THRU 9800-LOG-ERROR-LOOKUP-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN LOOKUP, STATUS = "
                       WS-LOOKUP-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           OPEN INPUT REGION.

           IF WS-REGION-Good
               SET WS-REGION-OPEN-YES     TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-REGION
                   THRU 9800-LOG-ERROR-REGION-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN REGION, STATUS = "
                       WS-REGION-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           OPEN INPUT GLACCT.

           IF WS-GLACCT-Good
               SET WS-GLACCT-OPEN-YES     TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-GLACCT
                   THRU 9800-LOG-ERROR-GLACCT-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN GLACCT, STATUS = "
                       WS-GLACCT-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           OPEN INPUT EXRATE.

           IF WS-EXRATE-Good
               SET WS-EXRATE-OPEN-YES     TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-EXRATE
                   THRU 9800-LOG-ERROR-EXRATE-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN EXRATE, STATUS = "
                       WS-EXRATE-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           OPEN INPUT HISTORY.

           IF WS-HISTORY-Good
               SET WS-HISTORY-OPEN-YES    TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-HISTORY
                   THRU 9800-LOG-ERROR-HISTORY-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN HISTORY, STATUS = "
                       WS-HISTORY-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           OPEN INPUT SUSPFILE.

           IF WS-SUSPFILE-Good
               SET WS-SUSPFILE-OPEN-YES   TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-SUSPFILE
                   THRU 9800-LOG-ERROR-SUSPFILE-EXIT
               DISPLAY "SR0990 - UNABLE TO OPEN SUSPFILE, STATUS = "
                       WS-SUSPFILE-Status
               SET WS-ABORT-YES           TO TRUE
           END-IF.

           IF WS-ABORT-YES
               MOVE 16                    TO RETURN-CODE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-CHECK-PARMFILE - section 1: the SR0100 run window.
      *                        Both dates must be real calendar
      *                        dates, start on or before end, and
      *                        today inside the window
      ***********************************************************
       2000-CHECK-PARMFILE.
           MOVE "1. PARMFILE RUN WINDOW"  TO WSL-SECTION-TITLE.
           PERFORM 2950-PRINT-SECTION-LINE
               THRU 2950-PRINT-SECTION-LINE-EXIT.

           MOVE ZERO                      TO WS-SECTION-EXCEPTIONS.
           MOVE "PARMFILE"                 TO WS-WORK-SOURCE.

           OPEN INPUT PARMFILE.

           IF NOT WS-PARMFILE-Good
               IF NOT WS-PARMFILE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-PARMFILE
                       THRU 9800-LOG-ERROR-PARMFILE-EXIT
               END-IF
               DISPLAY "SR0990 - PARMFILE NOT AVAILABLE, SR0100 "
                       "WILL RUN WITH NO DATE WINDOW"
               MOVE SPACES                TO WS-WORK-FIRST-KEY
               MOVE SPACES                TO WS-WORK-VALUE
               MOVE "NOT AVAILABLE - NO WINDOW IN FORCE"
                                          TO WS-WORK-PROBLEM
               MOVE ZERO                  TO WD-ITEMS
               PERFORM 2960-PRINT-EXCEPTION
                   THRU 2960-PRINT-EXCEPTION-EXIT
               GO TO 2000-CHECK-PARMFILE-TOTAL
           END-IF.

           READ PARMFILE.

           IF NOT WS-PARMFILE-Good
               IF NOT WS-PARMFILE-EOF
                   PERFORM 9800-LOG-ERROR-PARMFILE
                       THRU 9800-LOG-ERROR-PARMFILE-EXIT
               END-IF
               MOVE SPACES                TO WS-WORK-FIRST-KEY
               MOVE SPACES                TO WS-WORK-VALUE
               MOVE "NO PARAMETER RECORD"  TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
               CLOSE PARMFILE
               GO TO 2000-CHECK-PARMFILE-COUNT
           END-IF.

           CLOSE PARMFILE.

           MOVE PM-START-DATE              TO WS-EDIT-DATE.
           PERFORM 2060-EDIT-DATE
               THRU 2060-EDIT-DATE-EXIT.

           IF WS-DATE-VALID-NO
               MOVE "START DATE"           TO WS-WORK-FIRST-KEY
               MOVE PM-START-DATE          TO WS-WORK-VALUE
               MOVE "NOT A VALID DATE"     TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
           END-IF.

           MOVE PM-END-DATE                TO WS-EDIT-DATE.
           PERFORM 2060-EDIT-DATE
               THRU 2060-EDIT-DATE-EXIT.

           IF WS-DATE-VALID-NO
               MOVE "END DATE"             TO WS-WORK-FIRST-KEY
               MOVE PM-END-DATE            TO WS-WORK-VALUE
               MOVE "NOT A VALID DATE"     TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
           END-IF.

           IF WS-SECTION-EXCEPTIONS > ZERO
               GO TO 2000-CHECK-PARMFILE-COUNT
           END-IF.

           IF PM-START-DATE > PM-END-DATE
               MOVE "START DATE"           TO WS-WORK-FIRST-KEY
               MOVE PM-START-DATE          TO WS-WORK-VALUE
               MOVE "AFTER END DATE - WINDOW IS EMPTY"
                                          TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
               GO TO 2000-CHECK-PARMFILE-COUNT
           END-IF.

           IF WS-RUN-DATE < PM-START-DATE
               MOVE "START DATE"           TO WS-WORK-FIRST-KEY
               MOVE PM-START-DATE          TO WS-WORK-VALUE
               MOVE "WINDOW NOT YET OPEN ON RUN DATE"
                                          TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
           END-IF.

           IF WS-RUN-DATE > PM-END-DATE
               MOVE "END DATE"             TO WS-WORK-FIRST-KEY
               MOVE PM-END-DATE            TO WS-WORK-VALUE
               MOVE "WINDOW ENDED BEFORE RUN DATE"
                                          TO WS-WORK-PROBLEM
               PERFORM 2050-PARM-EXCEPTION
                   THRU 2050-PARM-EXCEPTION-EXIT
           END-IF.

       2000-CHECK-PARMFILE-COUNT.
           IF WS-SECTION-EXCEPTIONS = ZERO
               PERFORM 2965-PRINT-NONE-LINE
                   THRU 2965-PRINT-NONE-LINE-EXIT
           END-IF.

       2000-CHECK-PARMFILE-TOTAL.
           MOVE WS-SECTION-EXCEPTIONS      TO WS-PARM-EXCEPTIONS.
           PERFORM 2970-PRINT-SECTION-COUNT
               THRU 2970-PRINT-SECTION-COUNT-EXIT.

       2000-CHECK-PARMFILE-EXIT.
           EXIT.

      ***********************************************************
      * 2050-PARM-EXCEPTION - print and count one run window
      *                        exception
      ***********************************************************
       2050-PARM-EXCEPTION.
           MOVE ZERO                      TO WD-ITEMS.
           PERFORM 2960-PRINT-EXCEPTION
               THRU 2960-PRINT-EXCEPTION-EXIT.
           ADD 1                          TO WS-SECTION-EXCEPTIONS.

       2050-PARM-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 2060-EDIT-DATE - is WS-EDIT-DATE a real YYYYMMDD date?
      *                   February has 29 days in a leap year
      ***********************************************************
       2060-EDIT-DATE.
           SET WS-DATE-VALID-NO           TO TRUE.

           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 2060-EDIT-DATE-EXIT
           END-IF.

           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12 OR
              WS-EDIT-DAY < 1
               GO TO 2060-EDIT-DATE-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MONTH) TO WS-MONTH-DAYS.

           IF WS-EDIT-MONTH = 2
               DIVIDE WS-EDIT-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO AND
                  (WS-LEAP-REM-100 NOT = ZERO OR
                   WS-LEAP-REM-400 = ZERO)
                   MOVE 29                TO WS-MONTH-DAYS
               END-IF
           END-IF.

           IF WS-EDIT-DAY > WS-MONTH-DAYS
               GO TO 2060-EDIT-DATE-EXIT
           END-IF.

           SET WS-DATE-VALID-YES          TO TRUE.

       2060-EDIT-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 2100-CHECK-CATEGORIES - section 2: every LOOKUP version
      *                          must carry a category that
      *                          GLACCT maps to an account
      ***********************************************************
       2100-CHECK-CATEGORIES.
           MOVE "2. LOOKUP CATEGORIES WITH NO LEDGER ACCOUNT"
                                          TO WSL-SECTION-TITLE.
           PERFORM 2950-PRINT-SECTION-LINE
               THRU 2950-PRINT-SECTION-LINE-EXIT.

           MOVE ZERO                      TO WS-SECTION-EXCEPTIONS.
           MOVE "LOOKUP"                   TO WS-WORK-SOURCE.
           SET WS-EOF-NO                  TO TRUE.

           MOVE LOW-VALUES                 TO LK-LOOKUP-KEY.

           START LOOKUP KEY >= LK-LOOKUP-KEY.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-Not-Found AND
                  NOT WS-LOOKUP-Invalid-Key
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               GO TO 2100-CHECK-CATEGORIES-COUNT
           END-IF.

           PERFORM 2110-CHECK-ONE-VERSION
               THRU 2110-CHECK-ONE-VERSION-EXIT
               UNTIL WS-EOF-YES.

       2100-CHECK-CATEGORIES-COUNT.
           IF WS-SECTION-EXCEPTIONS = ZERO
               PERFORM 2965-PRINT-NONE-LINE
                   THRU 2965-PRINT-NONE-LINE-EXIT
           END-IF.

           MOVE WS-SECTION-EXCEPTIONS      TO WS-CATEGORY-EXCEPTIONS.
           PERFORM 2970-PRINT-SECTION-COUNT
               THRU 2970-PRINT-SECTION-COUNT-EXIT.

       2100-CHECK-CATEGORIES-EXIT.
           EXIT.

      ***********************************************************
      * 2110-CHECK-ONE-VERSION - read the next LOOKUP version and
      *                           look its category up on GLACCT
      ***********************************************************
       2110-CHECK-ONE-VERSION.
           READ LOOKUP NEXT RECORD.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-EOF
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 2110-CHECK-ONE-VERSION-EXIT
           END-IF.

           ADD 1                          TO WS-RECORDS-READ.
           ADD 1                          TO WS-LOOKUP-READ.

           MOVE SPACES                     TO WS-WORK-FIRST-KEY.
           MOVE LK-CODE                    TO WS-WORK-KEY-1.
           MOVE LK-EFF-DATE                TO WS-WORK-KEY-2.
           MOVE LK-CATEGORY                TO WS-WORK-VALUE.

           IF LK-CATEGORY = SPACES
               MOVE "(BLANK)"             TO WS-WORK-VALUE
               MOVE "CATEGORY BLANK - CANNOT BE POSTED"
                                          TO WS-WORK-PROBLEM
               MOVE ZERO                  TO WD-ITEMS
               PERFORM 2960-PRINT-EXCEPTION
                   THRU 2960-PRINT-EXCEPTION-EXIT
               ADD 1                      TO WS-SECTION-EXCEPTIONS
               GO TO 2110-CHECK-ONE-VERSION-EXIT
           END-IF.

           MOVE LK-CATEGORY                TO GA-CATEGORY.

           READ GLACCT.

           IF WS-GLACCT-Good
               GO TO 2110-CHECK-ONE-VERSION-EXIT
           END-IF.

           IF NOT WS-GLACCT-Not-Found AND NOT WS-GLACCT-Invalid-Key
               PERFORM 9800-LOG-ERROR-GLACCT
                   THRU 9800-LOG-ERROR-GLACCT-EXIT
           END-IF.

           MOVE "CATEGORY NOT ON GLACCT"   TO WS-WORK-PROBLEM.
           MOVE ZERO                      TO WD-ITEMS.
           PERFORM 2960-PRINT-EXCEPTION
               THRU 2960-PRINT-EXCEPTION-EXIT.
           ADD 1                          TO WS-SECTION-EXCEPTIONS.

       2110-CHECK-ONE-VERSION-EXIT.
           EXIT.

      ***********************************************************
      * 2200-CHECK-HISTORY - section 3: every posted HISTORY
      *                       record's lookup code must have a
      *                       LOOKUP version in force on its
      *                       transaction date
      ***********************************************************
       2200-CHECK-HISTORY.
           SET WS-EOF-NO                  TO TRUE.

           MOVE LOW-VALUES                 TO HI-HIST-KEY.

           START HISTORY KEY >= HI-HIST-KEY.

           IF NOT WS-HISTORY-Good
               IF NOT WS-HISTORY-Not-Found AND
                  NOT WS-HISTORY-Invalid-Key
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
               END-IF
               GO TO 2200-CHECK-HISTORY-PRINT
           END-IF.

           PERFORM 2210-CHECK-ONE-HISTORY
               THRU 2210-CHECK-ONE-HISTORY-EXIT
               UNTIL WS-EOF-YES.

       2200-CHECK-HISTORY-PRINT.
           MOVE "3. HISTORY CODES WITH NO LOOKUP VERSION IN FORCE"
                                          TO WSL-SECTION-TITLE.
           MOVE "H"                        TO WS-PRINT-TYPE.
           PERFORM 2600-PRINT-GROUPED
               THRU 2600-PRINT-GROUPED-EXIT.
           MOVE WS-SECTION-EXCEPTIONS      TO WS-HISTORY-EXCEPTIONS.

       2200-CHECK-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2210-CHECK-ONE-HISTORY - read the next HISTORY record and
      *                           resolve its lookup code
      ***********************************************************
       2210-CHECK-ONE-HISTORY.
           READ HISTORY NEXT RECORD.

           IF NOT WS-HISTORY-Good
               IF NOT WS-HISTORY-EOF
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 2210-CHECK-ONE-HISTORY-EXIT
           END-IF.

           ADD 1                          TO WS-RECORDS-READ.
           ADD 1                          TO WS-HISTORY-READ.

           MOVE HI-LOOKUP-CODE             TO WS-LK-TARGET-CODE.
           MOVE HI-TRAN-DATE               TO WS-LK-TARGET-DATE.

           PERFORM 2250-RESOLVE-LOOKUP-VERSION
               THRU 2250-RESOLVE-LOOKUP-VERSION-EXIT.

           IF WS-LK-FOUND-YES
               GO TO 2210-CHECK-ONE-HISTORY-EXIT
           END-IF.

           SET WS-WORK-TYPE-HISTORY       TO TRUE.
           MOVE "HISTORY"                  TO WS-WORK-SOURCE.
           MOVE SPACES                     TO WS-WORK-FIRST-KEY.
           MOVE HI-TRAN-KEY                TO WS-WORK-KEY-1.
           MOVE HI-TRAN-DATE               TO WS-WORK-KEY-2.
           MOVE HI-LOOKUP-CODE             TO WS-WORK-VALUE.

           IF WS-LK-ANY-YES
               MOVE "NO LOOKUP VERSION IN FORCE ON TRAN DATE"
                                          TO WS-WORK-PROBLEM
           ELSE
               MOVE "LOOKUP CODE NOT ON LOOKUP MASTER"
                                          TO WS-WORK-PROBLEM
           END-IF.

           PERFORM 2500-ROLL-EXCEPTION
               THRU 2500-ROLL-EXCEPTION-EXIT.

       2210-CHECK-ONE-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2250-RESOLVE-LOOKUP-VERSION - position at the target code
      *                                and walk its versions to
      *                                the latest one in force on
      *                                the target date
      ***********************************************************
       2250-RESOLVE-LOOKUP-VERSION.
           SET WS-LK-FOUND-NO             TO TRUE.
           SET WS-LK-ANY-NO               TO TRUE.
           SET WS-LK-SCAN-MORE            TO TRUE.

           MOVE WS-LK-TARGET-CODE          TO LK-CODE.
           MOVE LOW-VALUES                 TO LK-EFF-DATE.

           START LOOKUP KEY >= LK-LOOKUP-KEY.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-Not-Found AND
                  NOT WS-LOOKUP-Invalid-Key
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               GO TO 2250-RESOLVE-LOOKUP-VERSION-EXIT
           END-IF.

           PERFORM 2256-READ-ONE-VERSION
               THRU 2256-READ-ONE-VERSION-EXIT
               UNTIL WS-LK-SCAN-DONE.

       2250-RESOLVE-LOOKUP-VERSION-EXIT.
           EXIT.

      ***********************************************************
      * 2256-READ-ONE-VERSION - read the next version; note that
      *                          the code exists, keep it if it
      *                          took effect on or before the
      *                          target date, stop at the first
      *                          later one or another code
      ***********************************************************
       2256-READ-ONE-VERSION.
           READ LOOKUP NEXT RECORD.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-EOF
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2256-READ-ONE-VERSION-EXIT
           END-IF.

           IF LK-CODE NOT = WS-LK-TARGET-CODE
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2256-READ-ONE-VERSION-EXIT
           END-IF.

           SET WS-LK-ANY-YES              TO TRUE.

           IF LK-EFF-DATE > WS-LK-TARGET-DATE
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2256-READ-ONE-VERSION-EXIT
           END-IF.

           SET WS-LK-FOUND-YES            TO TRUE.

       2256-READ-ONE-VERSION-EXIT.
           EXIT.

      ***********************************************************
      * 2300-CHECK-SUSPENSE - sections 4 and 5: every open
      *                        suspense item's region must be on
      *                        REGION and active, and a foreign
      *                        currency item needs a rate for its
      *                        transaction date
      ***********************************************************
       2300-CHECK-SUSPENSE.
           SET WS-EOF-NO                  TO TRUE.

           PERFORM 2310-CHECK-ONE-SUSPENSE
               THRU 2310-CHECK-ONE-SUSPENSE-EXIT
               UNTIL WS-EOF-YES.

           MOVE "4. OPEN SUSPENSE FOR INACTIVE OR UNKNOWN REGIONS"
                                          TO WSL-SECTION-TITLE.
           MOVE "R"                        TO WS-PRINT-TYPE.
           PERFORM 2600-PRINT-GROUPED
               THRU 2600-PRINT-GROUPED-EXIT.
           MOVE WS-SECTION-EXCEPTIONS      TO WS-REGION-EXCEPTIONS.

           MOVE "5. CURRENCIES WITH NO EXCHANGE RATE FOR A DATE USED"
                                          TO WSL-SECTION-TITLE.
           MOVE "X"                        TO WS-PRINT-TYPE.
           PERFORM 2600-PRINT-GROUPED
               THRU 2600-PRINT-GROUPED-EXIT.
           MOVE WS-SECTION-EXCEPTIONS      TO WS-RATE-EXCEPTIONS.

       2300-CHECK-SUSPENSE-EXIT.
           EXIT.

      ***********************************************************
      * 2310-CHECK-ONE-SUSPENSE - read the next suspense item and
      *                            check its region and its rate
      ***********************************************************
       2310-CHECK-ONE-SUSPENSE.
           READ SUSPFILE.

           IF NOT WS-SUSPFILE-Good
               IF NOT WS-SUSPFILE-EOF
                   PERFORM 9800-LOG-ERROR-SUSPFILE
                       THRU 9800-LOG-ERROR-SUSPFILE-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 2310-CHECK-ONE-SUSPENSE-EXIT
           END-IF.

           ADD 1                          TO WS-RECORDS-READ.
           ADD 1                          TO WS-SUSPENSE-READ.

           MOVE SU-TRANSACTION-IMAGE       TO WS-TRAN-WORK.

           PERFORM 2320-CHECK-REGION
               THRU 2320-CHECK-REGION-EXIT.

           IF NOT TR-CURRENCY-BASE
               PERFORM 2330-CHECK-RATE
                   THRU 2330-CHECK-RATE-EXIT
           END-IF.

       2310-CHECK-ONE-SUSPENSE-EXIT.
           EXIT.

      ***********************************************************
      * 2320-CHECK-REGION - the item's region must be on REGION
      *                      and active for it to be recycled
      ***********************************************************
       2320-CHECK-REGION.
           MOVE TR-REGION-CODE             TO RG-REGION-CODE.

           READ REGION.

           IF WS-REGION-Good AND NOT RG-INACTIVE
               GO TO 2320-CHECK-REGION-EXIT
           END-IF.

           SET WS-WORK-TYPE-REGION        TO TRUE.
           MOVE "SUSPFILE"                 TO WS-WORK-SOURCE.
           MOVE SPACES                     TO WS-WORK-FIRST-KEY.
           MOVE TR-TRAN-KEY                TO WS-WORK-KEY-1.
           MOVE TR-TRAN-DATE               TO WS-WORK-KEY-2.
           MOVE TR-REGION-CODE             TO WS-WORK-VALUE.

           IF WS-REGION-Good
               MOVE "REGION INACTIVE - ITEMS STILL OPEN"
                                          TO WS-WORK-PROBLEM
           ELSE
               IF NOT WS-REGION-Not-Found AND
                  NOT WS-REGION-Invalid-Key
                   PERFORM 9800-LOG-ERROR-REGION
                       THRU 9800-LOG-ERROR-REGION-EXIT
               END-IF
               MOVE "REGION NOT ON REGION MASTER"
                                          TO WS-WORK-PROBLEM
           END-IF.

           PERFORM 2500-ROLL-EXCEPTION
               THRU 2500-ROLL-EXCEPTION-EXIT.

       2320-CHECK-REGION-EXIT.
           EXIT.

      ***********************************************************
      * 2330-CHECK-RATE - SR0100 converts on the rate for the
      *                    exact transaction date; with none, say
      *                    whether the currency has any rates
      ***********************************************************
       2330-CHECK-RATE.
           MOVE TR-CURRENCY-CODE           TO XR-CURRENCY-CODE.
           MOVE TR-TRAN-DATE               TO XR-RATE-DATE.

           READ EXRATE.

           IF WS-EXRATE-Good
               GO TO 2330-CHECK-RATE-EXIT
           END-IF.

           IF NOT WS-EXRATE-Not-Found AND NOT WS-EXRATE-Invalid-Key
               PERFORM 9800-LOG-ERROR-EXRATE
                   THRU 9800-LOG-ERROR-EXRATE-EXIT
           END-IF.

           SET WS-WORK-TYPE-RATE          TO TRUE.
           MOVE "SUSPFILE"                 TO WS-WORK-SOURCE.
           MOVE SPACES                     TO WS-WORK-FIRST-KEY.
           MOVE TR-TRAN-KEY                TO WS-WORK-KEY-1.
           MOVE TR-TRAN-DATE               TO WS-WORK-KEY-2.
           MOVE TR-CURRENCY-CODE           TO WS-WORK-CURRENCY.
           MOVE TR-TRAN-DATE               TO WS-WORK-RATE-DATE.
           MOVE WS-WORK-RATE-VALUE         TO WS-WORK-VALUE.
           MOVE "CURRENCY HAS NO RATES ON EXRATE"
                                          TO WS-WORK-PROBLEM.

           MOVE TR-CURRENCY-CODE           TO XR-CURRENCY-CODE.
           MOVE LOW-VALUES                 TO XR-RATE-DATE.

           START EXRATE KEY >= XR-RATE-KEY.

           IF WS-EXRATE-Good
               READ EXRATE NEXT RECORD
               IF WS-EXRATE-Good AND
                  XR-CURRENCY-CODE = TR-CURRENCY-CODE
                   MOVE "NO RATE FOR THIS DATE - GAP IN COVERAGE"
                                          TO WS-WORK-PROBLEM
               END-IF
           END-IF.

           PERFORM 2500-ROLL-EXCEPTION
               THRU 2500-ROLL-EXCEPTION-EXIT.

       2330-CHECK-RATE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-ROLL-EXCEPTION - find or create the grouped entry for
      *                        this problem and count the record
      *                        against it; the first key found is
      *                        kept as the example to chase
      ***********************************************************
       2500-ROLL-EXCEPTION.
           SET WS-EXC-FOUND-NO            TO TRUE.
           MOVE ZERO                      TO WS-EXC-HIT.

           IF WS-EXC-COUNT > ZERO
               PERFORM 2510-TEST-ONE-EXCEPTION
                   THRU 2510-TEST-ONE-EXCEPTION-EXIT
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-FOUND-YES
                      OR WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

           IF WS-EXC-FOUND-YES
               ADD 1             TO WS-EXC-ITEM-COUNT (WS-EXC-HIT)
               GO TO 2500-ROLL-EXCEPTION-EXIT
           END-IF.

           IF WS-EXC-COUNT >= WS-MAX-EXCEPTIONS
               ADD 1                      TO WS-EXCEPTIONS-DROPPED
               GO TO 2500-ROLL-EXCEPTION-EXIT
           END-IF.

           ADD 1                          TO WS-EXC-COUNT.
           MOVE WS-WORK-TYPE         TO WS-EXC-TYPE (WS-EXC-COUNT).
           MOVE WS-WORK-SOURCE       TO WS-EXC-SOURCE (WS-EXC-COUNT).
           MOVE WS-WORK-VALUE        TO WS-EXC-VALUE (WS-EXC-COUNT).
           MOVE WS-WORK-PROBLEM      TO WS-EXC-PROBLEM
                                        (WS-EXC-COUNT).
           MOVE WS-WORK-FIRST-KEY    TO WS-EXC-FIRST-KEY
                                        (WS-EXC-COUNT).
           MOVE 1                    TO WS-EXC-ITEM-COUNT
                                        (WS-EXC-COUNT).

       2500-ROLL-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 2510-TEST-ONE-EXCEPTION - compare one grouped entry to the
      *                            current problem
      ***********************************************************
       2510-TEST-ONE-EXCEPTION.
           IF WS-EXC-TYPE (WS-EXC-SUB)    = WS-WORK-TYPE   AND
              WS-EXC-SOURCE (WS-EXC-SUB)  = WS-WORK-SOURCE AND
              WS-EXC-VALUE (WS-EXC-SUB)   = WS-WORK-VALUE  AND
              WS-EXC-PROBLEM (WS-EXC-SUB) = WS-WORK-PROBLEM
               SET WS-EXC-FOUND-YES       TO TRUE
               MOVE WS-EXC-SUB            TO WS-EXC-HIT
           END-IF.

       2510-TEST-ONE-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 2600-PRINT-GROUPED - print one grouped section: every
      *                       table entry of WS-PRINT-TYPE, or a
      *                       NONE FOUND line
      ***********************************************************
       2600-PRINT-GROUPED.
           PERFORM 2950-PRINT-SECTION-LINE
               THRU 2950-PRINT-SECTION-LINE-EXIT.

           MOVE ZERO                      TO WS-SECTION-EXCEPTIONS.

           IF WS-EXC-COUNT > ZERO
               PERFORM 2610-PRINT-ONE-GROUP
                   THRU 2610-PRINT-ONE-GROUP-EXIT
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

           IF WS-SECTION-EXCEPTIONS = ZERO
               PERFORM 2965-PRINT-NONE-LINE
                   THRU 2965-PRINT-NONE-LINE-EXIT
           END-IF.

           PERFORM 2970-PRINT-SECTION-COUNT
               THRU 2970-PRINT-SECTION-COUNT-EXIT.

       2600-PRINT-GROUPED-EXIT.
           EXIT.

      ***********************************************************
      * 2610-PRINT-ONE-GROUP - print one table entry if it
      *                         belongs to the section
      ***********************************************************
       2610-PRINT-ONE-GROUP.
           IF WS-EXC-TYPE (WS-EXC-SUB) NOT = WS-PRINT-TYPE
               GO TO 2610-PRINT-ONE-GROUP-EXIT
           END-IF.

           MOVE WS-EXC-SOURCE (WS-EXC-SUB) TO WS-WORK-SOURCE.
           MOVE WS-EXC-FIRST-KEY (WS-EXC-SUB)
                                          TO WS-WORK-FIRST-KEY.
           MOVE WS-EXC-VALUE (WS-EXC-SUB)  TO WS-WORK-VALUE.
           MOVE WS-EXC-PROBLEM (WS-EXC-SUB)
                                          TO WS-WORK-PROBLEM.
           MOVE WS-EXC-ITEM-COUNT (WS-EXC-SUB)
                                          TO WD-ITEMS.

           PERFORM 2960-PRINT-EXCEPTION
               THRU 2960-PRINT-EXCEPTION-EXIT.

           ADD 1                          TO WS-SECTION-EXCEPTIONS.

       2610-PRINT-ONE-GROUP-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new report page
      ***********************************************************
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.
           MOVE WS-RUN-DATE                TO WH1-RUN-DATE.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO                      TO WS-LINE-COUNT.

       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 2950-PRINT-SECTION-LINE - title for the next section,
      *                            kept on a page with at least
      *                            its first exception
      ***********************************************************
       2950-PRINT-SECTION-LINE.
           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2                          TO WS-LINE-COUNT.

       2950-PRINT-SECTION-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2960-PRINT-EXCEPTION - one exception line from the work
      *                         area (WD-ITEMS already set)
      ***********************************************************
       2960-PRINT-EXCEPTION.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-WORK-SOURCE             TO WD-SOURCE.
           MOVE WS-WORK-FIRST-KEY          TO WD-KEY.
           MOVE WS-WORK-VALUE              TO WD-VALUE.
           MOVE WS-WORK-PROBLEM            TO WD-PROBLEM.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.

       2960-PRINT-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 2965-PRINT-NONE-LINE - the section found nothing
      ***********************************************************
       2965-PRINT-NONE-LINE.
           WRITE WS-PRINT-RECORD          FROM WS-NONE-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.

       2965-PRINT-NONE-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2970-PRINT-SECTION-COUNT - close a section with its
      *                             exception count
      ***********************************************************
       2970-PRINT-SECTION-COUNT.
           MOVE WS-SECTION-EXCEPTIONS      TO WSC-SECTION-EXCEPTIONS.

           WRITE WS-PRINT-RECORD          FROM WS-SECTION-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1                          TO WS-LINE-COUNT.
           ADD WS-SECTION-EXCEPTIONS       TO WS-TOTAL-EXCEPTIONS.

       2970-PRINT-SECTION-COUNT-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the sweep totals, set the return
      *                  code for the scheduler and close
      ***********************************************************
       3000-FINALIZE.
           MOVE WS-LOOKUP-READ             TO WT1-LOOKUP-READ.
           MOVE WS-HISTORY-READ            TO WT2-HISTORY-READ.
           MOVE WS-SUSPENSE-READ           TO WT3-SUSPENSE-READ.
           MOVE WS-PARM-EXCEPTIONS         TO WT4-PARM-EXCEPTIONS.
           MOVE WS-CATEGORY-EXCEPTIONS     TO WT5-CATEGORY-EXCEPTIONS.
           MOVE WS-HISTORY-EXCEPTIONS      TO WT6-HISTORY-EXCEPTIONS.
           MOVE WS-REGION-EXCEPTIONS       TO WT7-REGION-EXCEPTIONS.
           MOVE WS-RATE-EXCEPTIONS         TO WT8-RATE-EXCEPTIONS.
           MOVE WS-TOTAL-EXCEPTIONS        TO WT9-TOTAL-EXCEPTIONS.
           MOVE WS-EXCEPTIONS-DROPPED      TO WT10-EXCEPTIONS-DROPPED.

           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE.

           IF WS-EXCEPTIONS-DROPPED > ZERO
               WRITE WS-PRINT-RECORD      FROM WS-TOTAL-LINE-10
                   AFTER ADVANCING 1 LINE
               DISPLAY "SR0990 - EXCEPTION TABLE FULL, "
                       WS-EXCEPTIONS-DROPPED
                       " RECORDS NOT GROUPED"
           END-IF.

           IF (WS-TOTAL-EXCEPTIONS > ZERO OR
               WS-EXCEPTIONS-DROPPED > ZERO) AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

           IF WS-LOOKUP-OPEN-YES
               CLOSE LOOKUP
           END-IF.

           IF WS-REGION-OPEN-YES
               CLOSE REGION
           END-IF.

           IF WS-GLACCT-OPEN-YES
               CLOSE GLACCT
           END-IF.

           IF WS-EXRATE-OPEN-YES
               CLOSE EXRATE
           END-IF.

           IF WS-HISTORY-OPEN-YES
               CLOSE HISTORY
           END-IF.

           IF WS-SUSPFILE-OPEN-YES
               CLOSE SUSPFILE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==LOOKUP==.

           COPY ERRLOG REPLACING ==:tag:== BY ==REGION==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLACCT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==EXRATE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HISTORY==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PARMFILE==.
