      ***********************************************************
      * Program name: SR0610
      * Original author: David Stagowski
      *
      * Description: Simple-Report budget-versus-actual variance
      *              report.  For a requested range of periods
      *              (one month, or January through a month for
      *              year-to-date) it totals the plan from the
      *              BUDGET master and the actuals by region and
      *              category, and prints budget, actual, amount
      *              variance (actual less budget), and percent
      *              variance (of budget) for each region and
      *              category, with a subtotal per region, a
      *              category-total section across all regions,
      *              and a grand total.
      *
      *              Actuals are built the way SR0510 builds
      *              them: the PERSUM summary rows for the
      *              periods already closed by SR0520 plus the
      *              retained HISTORY detail, which never
      *              overlap.  Each lookup code is resolved to
      *              its LK-CATEGORY on the effective-dated
      *              LOOKUP master as SR0600 does - a HISTORY
      *              record as of its transaction date, a
      *              summary row as of the end of its period.
      *              A code with no version in force lands in
      *              the UNCATEGORIZED bucket.
      *
      *              Any line whose percent variance is beyond
      *              the tolerance on PARMFILE (default 10.0
      *              percent when it is blank or zero) is
      *              flagged, as is any actual with no budget.
      *
      *              The region/category table holds 500 lines
      *              and the category table 100.  Amounts that
      *              will not fit are still carried in the grand
      *              total, but are counted and reported on an
      *              ENTRIES NOT REPORTED trailer line and the
      *              run ends with return code 8.
      *
      *              Once the CALENDAR master carries period-end
      *              rows (see CALREC), the periods are fiscal
      *              periods (YYYYPP), matching the PERSUM rows
      *              the SR0520 close then writes: the budget is
      *              entered per fiscal period, HISTORY detail
      *              falls in the fiscal period holding its
      *              date, and a summary row is categorized as
      *              of its period's last day.  Without CALENDAR
      *              the periods are calendar months (YYYYMM).
      *
      * Typical Use: Run as a batch step at period-end or on
      *              demand, with VARCARD DD * supplying the
      *              first period (YYYYPP, or YYYYMM without the
      *              calendar) in columns 1-6 and the last period
      *              in columns 7-12.  A blank last period
      *              reports the first period alone; a blank or
      *              missing card reports the current period.
      *              For year-to-date, give period 01 of the year
      *              as the first period.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the monthly variance
      *                          review is a report run instead of
      *                          a hand-built spreadsheet.
      * 2026-10-15 dastagg       Reports by fiscal period from the
      *                          CALENDAR master, to match the
      *                          fiscal PERSUM rows; calendar
      *                          months are kept when CALENDAR is
      *                          absent.
      * 2026-10-15 dastagg       A full region/category or
      *                          category table is counted and
      *                          reported, keeps its amounts in
      *                          the grand total, and ends with
      *                          return code 8.
      * 2026-10-15 dastagg       The fiscal calendar paragraphs
      *                          now come from the shared
      *                          FISCLOAD copybook.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0610.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET  ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BU-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-Status.

           SELECT PERSUM  ASSIGN TO PERSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-SUMMARY-KEY
               FILE STATUS IS WS-PERSUM-Status.

           SELECT HISTORY ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HI-HIST-KEY
               FILE STATUS IS WS-HISTORY-Status.

           SELECT LOOKUP  ASSIGN TO LOOKUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-Status.

           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-Status.

           SELECT VARCARD ASSIGN TO VARCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARCARD-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET.
       01  BU-BUDGET-RECORD.
           COPY BUDREC.

       FD  PERSUM.
       01  PS-PERIOD-SUMMARY-RECORD.
           COPY PSUMREC.

       FD  HISTORY.
       01  HI-HISTORY-RECORD.
           COPY HISTREC.

       FD  LOOKUP.
       01  LK-LOOKUP-RECORD.
           COPY LOOKUP.

       FD  PARMFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PM-PARAMETER-RECORD.
           COPY PARMREC.

       FD  VARCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VC-PERIOD-CARD.
           05  VC-FIRST-PERIOD            PIC X(06).
           05  VC-LAST-PERIOD             PIC X(06).
           05  FILLER                     PIC X(68).

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BUDGET==.

       01  WS-PERSUM-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PERSUM==.

       01  WS-HISTORY-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HISTORY==.

       01  WS-LOOKUP-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==LOOKUP==.

       01  WS-LOOKUP-AVAILABLE            PIC X(01)   VALUE "N".
           88  WS-LOOKUP-AVAILABLE-YES                VALUE "Y".
           88  WS-LOOKUP-AVAILABLE-NO                 VALUE "N".

       01  WS-PARMFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PARMFILE==.

       01  WS-VARCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VARCARD==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0610".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-PERIOD-RANGE.
           05  WS-FIRST-PERIOD            PIC X(06)   VALUE SPACES.
           05  WS-FIRST-PERIOD-N REDEFINES WS-FIRST-PERIOD.
               10  WS-FIRST-YEAR          PIC 9(04).
               10  WS-FIRST-MONTH         PIC 9(02).
           05  WS-LAST-PERIOD             PIC X(06)   VALUE SPACES.
           05  WS-LAST-PERIOD-N REDEFINES WS-LAST-PERIOD.
               10  WS-LAST-YEAR           PIC 9(04).
               10  WS-LAST-MONTH          PIC 9(02).

       01  WS-CURRENT-DATE                PIC X(08)   VALUE SPACES.

       01  WS-HISTORY-PERIOD              PIC X(06)   VALUE SPACES.

       01  WS-FISCAL-PERIODS.
           COPY FISCTAB.

       01  WS-TOLERANCE                   PIC 9(03)V9 VALUE 10.0.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-RANGE-OK-SWITCH         PIC X(01)   VALUE "Y".
               88  WS-RANGE-OK-YES                    VALUE "Y".
               88  WS-RANGE-OK-NO                     VALUE "N".
           05  WS-VAR-FOUND-SWITCH        PIC X(01)   VALUE "N".
               88  WS-VAR-FOUND-YES                   VALUE "Y".
               88  WS-VAR-FOUND-NO                    VALUE "N".
           05  WS-VAR-PLACED-SWITCH       PIC X(01)   VALUE "N".
               88  WS-VAR-PLACED-YES                  VALUE "Y".
               88  WS-VAR-PLACED-NO                   VALUE "N".
           05  WS-CAT-FOUND-SWITCH        PIC X(01)   VALUE "N".
               88  WS-CAT-FOUND-YES                   VALUE "Y".
               88  WS-CAT-FOUND-NO                    VALUE "N".
           05  WS-CAT-PLACED-SWITCH       PIC X(01)   VALUE "N".
               88  WS-CAT-PLACED-YES                  VALUE "Y".
               88  WS-CAT-PLACED-NO                   VALUE "N".
           05  WS-PCT-OVERFLOW-SWITCH     PIC X(01)   VALUE "N".
               88  WS-PCT-OVERFLOW-YES                VALUE "Y".
               88  WS-PCT-OVERFLOW-NO                 VALUE "N".

       01  WS-LOOKUP-RESOLVE.
           05  WS-LK-TARGET-CODE          PIC X(05)   VALUE SPACES.
           05  WS-LK-TARGET-DATE          PIC X(08)   VALUE SPACES.
           05  WS-LK-FOUND-SWITCH         PIC X(01)   VALUE "N".
               88  WS-LK-FOUND-YES                    VALUE "Y".
               88  WS-LK-FOUND-NO                     VALUE "N".
           05  WS-LK-SCAN-SWITCH          PIC X(01)   VALUE "N".
               88  WS-LK-SCAN-DONE                    VALUE "Y".
               88  WS-LK-SCAN-MORE                    VALUE "N".
           05  WS-LK-CATEGORY             PIC X(10)   VALUE SPACES.

       01  WS-ROLL-WORK.
           05  WS-WORK-KEY.
               10  WS-WORK-REGION-CODE    PIC X(03).
               10  WS-WORK-CATEGORY       PIC X(10).
           05  WS-WORK-BUDGET             PIC S9(11)V99 COMP-3.
           05  WS-WORK-ACTUAL             PIC S9(11)V99 COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-BUDGET-SELECTED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-SUMMARY-SELECTED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-HISTORY-SELECTED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-LINES-FLAGGED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-LINES-DROPPED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CATS-DROPPED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-GRAND-BUDGET            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-GRAND-ACTUAL            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-VARIANCE-CONTROL.
           05  WS-MAX-VAR-LINES           PIC 9(03)   COMP VALUE 500.
           05  WS-VAR-COUNT               PIC 9(03)   COMP VALUE ZERO.
           05  WS-VAR-SUB                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-VAR-HIT                 PIC 9(03)   COMP VALUE ZERO.

       01  WS-VARIANCE-TABLE.
           05  WS-VAR-ENTRY OCCURS 500 TIMES.
               10  WS-VAR-KEY.
                   15  WS-VAR-REGION-CODE PIC X(03).
                   15  WS-VAR-CATEGORY    PIC X(10).
               10  WS-VAR-BUDGET          PIC S9(11)V99 COMP-3.
               10  WS-VAR-ACTUAL          PIC S9(11)V99 COMP-3.

       01  WS-CATEGORY-CONTROL.
           05  WS-MAX-CATS                PIC 9(03)   COMP VALUE 100.
           05  WS-CAT-COUNT               PIC 9(03)   COMP VALUE ZERO.
           05  WS-CAT-SUB                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-CAT-HIT                 PIC 9(03)   COMP VALUE ZERO.

       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 100 TIMES.
               10  WS-CAT-NAME            PIC X(10).
               10  WS-CAT-BUDGET          PIC S9(11)V99 COMP-3.
               10  WS-CAT-ACTUAL          PIC S9(11)V99 COMP-3.

       01  WS-REGION-BREAK.
           05  WS-PREV-REGION-CODE        PIC X(03)   VALUE SPACES.
           05  WS-REGION-BUDGET           PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-REGION-ACTUAL           PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-LINE-WORK.
           05  WS-LINE-BUDGET             PIC S9(11)V99 COMP-3.
           05  WS-LINE-ACTUAL             PIC S9(11)V99 COMP-3.
           05  WS-LINE-VARIANCE           PIC S9(11)V99 COMP-3.
           05  WS-LINE-PCT                PIC S9(07)V9  COMP-3.
           05  WS-LINE-ABS-PCT            PIC S9(07)V9  COMP-3.
           05  WS-ADVANCE-LINES           PIC 9(01)   VALUE 1.

       01  WS-PCT-EDIT                    PIC -Z,ZZZ,ZZ9.9.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(32)   VALUE
               "BUDGET VERSUS ACTUAL REPORT".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(70)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(08)   VALUE
               "PERIODS ".
           05  WH2-FIRST-PERIOD           PIC X(06).
           05  FILLER                     PIC X(03)   VALUE
               " - ".
           05  WH2-LAST-PERIOD            PIC X(06).
           05  FILLER                     PIC X(05)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE
               "TOLERANCE ".
           05  WH2-TOLERANCE              PIC ZZ9.9.
           05  FILLER                     PIC X(04)   VALUE
               " PCT".
           05  FILLER                     PIC X(05)   VALUE SPACE.
           05  WH2-PERIOD-BASIS           PIC X(20).
           05  FILLER                     PIC X(60)   VALUE SPACE.

       01  WS-HEADING-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(15)   VALUE
               "CATEGORY".
           05  FILLER                     PIC X(20)   VALUE
               "            BUDGET".
           05  FILLER                     PIC X(20)   VALUE
               "            ACTUAL".
           05  FILLER                     PIC X(20)   VALUE
               "          VARIANCE".
           05  FILLER                     PIC X(14)   VALUE
               "     VAR PCT".
           05  FILLER                     PIC X(12)   VALUE
               "FLAG".
           05  FILLER                     PIC X(26)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "CATEGORY TOTALS - ALL REGIONS".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-KEY-AREA.
               10  WD-REGION-CODE         PIC X(03).
               10  FILLER                 PIC X(02).
               10  WD-CATEGORY            PIC X(13).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BUDGET                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-ACTUAL                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-VARIANCE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-PERCENT                 PIC X(12).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-FLAG                    PIC X(12).
           05  FILLER                     PIC X(26)   VALUE SPACE.

       01  WS-TRAILER-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RECORDS READ.....".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BUDGET LINES.....".
           05  WT2-BUDGET-SELECTED        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SUMMARY ROWS.....".
           05  WT3-SUMMARY-SELECTED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "HISTORY DETAIL...".
           05  WT4-HISTORY-SELECTED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LINES FLAGGED....".
           05  WT5-LINES-FLAGGED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "ENTRIES NOT REPORTED".
           05  WT6-ENTRIES-DROPPED        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WT6-NOTE                   PIC X(50).
           05  FILLER                     PIC X(52)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-RANGE-OK-YES
               PERFORM 2000-LOAD-BUDGET
                   THRU 2000-LOAD-BUDGET-EXIT
               PERFORM 2200-LOAD-SUMMARY
                   THRU 2200-LOAD-SUMMARY-EXIT
               PERFORM 2400-LOAD-HISTORY
                   THRU 2400-LOAD-HISTORY-EXIT
           END-IF.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - pick up the period range and the
      *                    tolerance, and open the category master
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0610 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           PERFORM 8200-LOAD-FISCAL-TABLE
               THRU 8200-LOAD-FISCAL-TABLE-EXIT.

           IF FT-LOADED-NO
               DISPLAY "SR0610 - REPORTING BY CALENDAR MONTH"
           END-IF.

           PERFORM 1100-READ-PERIOD-CARD
               THRU 1100-READ-PERIOD-CARD-EXIT.

           PERFORM 1200-READ-PARAMETERS
               THRU 1200-READ-PARAMETERS-EXIT.

           OPEN INPUT LOOKUP.

           IF WS-LOOKUP-Good
               SET WS-LOOKUP-AVAILABLE-YES TO TRUE
           ELSE
               IF NOT WS-LOOKUP-File-Not-Found
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               DISPLAY "SR0610 - LOOKUP NOT AVAILABLE, ACTUALS "
                       "UNCATEGORIZED, STATUS = " WS-LOOKUP-Status
               SET WS-LOOKUP-AVAILABLE-NO  TO TRUE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-PERIOD-CARD - the card names the first and last
      *                          period; a blank last period is
      *                          the first alone, and a blank or
      *                          missing card is the current
      *                          fiscal period (or month)
      ***********************************************************
       1100-READ-PERIOD-CARD.
           ACCEPT WS-CURRENT-DATE          FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE (1:6)      TO WS-FIRST-PERIOD.

           IF FT-LOADED-YES
               MOVE WS-CURRENT-DATE        TO FT-TARGET-DATE
               PERFORM 8300-FIND-FISCAL-PERIOD
                   THRU 8300-FIND-FISCAL-PERIOD-EXIT
               MOVE FT-RESULT-PERIOD       TO WS-FIRST-PERIOD
           END-IF.

           OPEN INPUT VARCARD.

           IF NOT WS-VARCARD-Good
               DISPLAY "SR0610 - VARCARD NOT AVAILABLE, "
                       "REPORTING CURRENT PERIOD, STATUS = "
                       WS-VARCARD-Status
               GO TO 1100-READ-PERIOD-CARD-CHECK
           END-IF.

           READ VARCARD.

           IF WS-VARCARD-Good
               IF VC-FIRST-PERIOD NOT = SPACES
                   MOVE VC-FIRST-PERIOD   TO WS-FIRST-PERIOD
               END-IF
               IF VC-LAST-PERIOD NOT = SPACES
                   MOVE VC-LAST-PERIOD    TO WS-LAST-PERIOD
               END-IF
           END-IF.

           CLOSE VARCARD.

       1100-READ-PERIOD-CARD-CHECK.
           IF WS-LAST-PERIOD = SPACES
               MOVE WS-FIRST-PERIOD       TO WS-LAST-PERIOD
           END-IF.

           IF FT-LOADED-YES
               PERFORM 1150-CHECK-FISCAL-RANGE
                   THRU 1150-CHECK-FISCAL-RANGE-EXIT
               GO TO 1100-READ-PERIOD-CARD-REPORT
           END-IF.

           IF WS-FIRST-PERIOD NOT NUMERIC OR
              WS-LAST-PERIOD NOT NUMERIC
               SET WS-RANGE-OK-NO         TO TRUE
           ELSE
               IF WS-FIRST-MONTH < 1 OR WS-FIRST-MONTH > 12 OR
                  WS-LAST-MONTH < 1 OR WS-LAST-MONTH > 12 OR
                  WS-FIRST-PERIOD > WS-LAST-PERIOD
                   SET WS-RANGE-OK-NO     TO TRUE
               END-IF
           END-IF.

       1100-READ-PERIOD-CARD-REPORT.
           IF WS-RANGE-OK-NO
               DISPLAY "SR0610 - INVALID PERIOD RANGE "
                       WS-FIRST-PERIOD " - " WS-LAST-PERIOD
                       ", NOTHING REPORTED"
               MOVE 16                    TO RETURN-CODE
           END-IF.

       1100-READ-PERIOD-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1150-CHECK-FISCAL-RANGE - with the fiscal calendar loaded
      *                            both periods must be on it, in
      *                            order
      ***********************************************************
       1150-CHECK-FISCAL-RANGE.
           IF WS-FIRST-PERIOD > WS-LAST-PERIOD
               SET WS-RANGE-OK-NO         TO TRUE
               GO TO 1150-CHECK-FISCAL-RANGE-EXIT
           END-IF.

           MOVE WS-FIRST-PERIOD            TO FT-TARGET-PERIOD.
           PERFORM 8400-FIND-PERIOD-KEY
               THRU 8400-FIND-PERIOD-KEY-EXIT.

           IF FT-FOUND-NO
               SET WS-RANGE-OK-NO         TO TRUE
               GO TO 1150-CHECK-FISCAL-RANGE-EXIT
           END-IF.

           MOVE WS-LAST-PERIOD             TO FT-TARGET-PERIOD.
           PERFORM 8400-FIND-PERIOD-KEY
               THRU 8400-FIND-PERIOD-KEY-EXIT.

           IF FT-FOUND-NO
               SET WS-RANGE-OK-NO         TO TRUE
           END-IF.

       1150-CHECK-FISCAL-RANGE-EXIT.
           EXIT.

      ***********************************************************
      * 1200-READ-PARAMETERS - take the variance tolerance from
      *                         PARMFILE; blank, zero, or no file
      *                         keeps the default
      ***********************************************************
       1200-READ-PARAMETERS.
           OPEN INPUT PARMFILE.

           IF NOT WS-PARMFILE-Good
               IF NOT WS-PARMFILE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-PARMFILE
                       THRU 9800-LOG-ERROR-PARMFILE-EXIT
               END-IF
               DISPLAY "SR0610 - PARMFILE NOT AVAILABLE, USING "
                       "DEFAULT TOLERANCE, STATUS = "
                       WS-PARMFILE-Status
               GO TO 1200-READ-PARAMETERS-EXIT
           END-IF.

           READ PARMFILE.

           IF WS-PARMFILE-Good
               IF PM-VARIANCE-TOLERANCE NUMERIC AND
                  PM-VARIANCE-TOLERANCE > ZERO
                   MOVE PM-VARIANCE-TOLERANCE TO WS-TOLERANCE
               END-IF
           ELSE
               IF NOT WS-PARMFILE-EOF
                   PERFORM 9800-LOG-ERROR-PARMFILE
                       THRU 9800-LOG-ERROR-PARMFILE-EXIT
               END-IF
           END-IF.

           CLOSE PARMFILE.

       1200-READ-PARAMETERS-EXIT.
           EXIT.

      ***********************************************************
      * 2000-LOAD-BUDGET - roll every in-range budget line into
      *                     the variance table; with no budget
      *                     master every actual prints unbudgeted
      ***********************************************************
       2000-LOAD-BUDGET.
           SET WS-EOF-NO                  TO TRUE.

           OPEN INPUT BUDGET.

           IF NOT WS-BUDGET-Good
               IF NOT WS-BUDGET-File-Not-Found
                   PERFORM 9800-LOG-ERROR-BUDGET
                       THRU 9800-LOG-ERROR-BUDGET-EXIT
               END-IF
               DISPLAY "SR0610 - BUDGET NOT AVAILABLE, REPORTING "
                       "ACTUALS ONLY, STATUS = " WS-BUDGET-Status
               GO TO 2000-LOAD-BUDGET-EXIT
           END-IF.

           PERFORM 2100-READ-BUDGET
               THRU 2100-READ-BUDGET-EXIT.

           PERFORM 2010-PROCESS-BUDGET
               THRU 2010-PROCESS-BUDGET-EXIT
               UNTIL WS-EOF-YES.

           CLOSE BUDGET.

       2000-LOAD-BUDGET-EXIT.
           EXIT.

      ***********************************************************
      * 2010-PROCESS-BUDGET - roll one in-range budget line in
      ***********************************************************
       2010-PROCESS-BUDGET.
           IF BU-PERIOD < WS-FIRST-PERIOD OR
              BU-PERIOD > WS-LAST-PERIOD
               GO TO 2010-PROCESS-BUDGET-NEXT
           END-IF.

           ADD 1                          TO WS-BUDGET-SELECTED.

           MOVE BU-REGION-CODE             TO WS-WORK-REGION-CODE.
           MOVE BU-CATEGORY                TO WS-WORK-CATEGORY.
           MOVE BU-BUDGET-AMOUNT           TO WS-WORK-BUDGET.
           MOVE ZERO                       TO WS-WORK-ACTUAL.

           PERFORM 2600-ROLL-VARIANCE
               THRU 2600-ROLL-VARIANCE-EXIT.

       2010-PROCESS-BUDGET-NEXT.
           PERFORM 2100-READ-BUDGET
               THRU 2100-READ-BUDGET-EXIT.

       2010-PROCESS-BUDGET-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-BUDGET - single sequential read of the budget
      ***********************************************************
       2100-READ-BUDGET.
           READ BUDGET.

           IF WS-BUDGET-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-BUDGET-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-BUDGET-Good AND NOT WS-BUDGET-EOF
               PERFORM 9800-LOG-ERROR-BUDGET
                   THRU 9800-LOG-ERROR-BUDGET-EXIT
               DISPLAY "SR0610 - BUDGET READ FAILED, STATUS = "
                       WS-BUDGET-Status
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-BUDGET-EXIT.
           EXIT.

      ***********************************************************
      * 2200-LOAD-SUMMARY - roll the in-range PERSUM rows (the
      *                      detail already archived by the
      *                      close) into the actuals
      ***********************************************************
       2200-LOAD-SUMMARY.
           SET WS-EOF-NO                  TO TRUE.

           OPEN INPUT PERSUM.

           IF NOT WS-PERSUM-Good
               IF NOT WS-PERSUM-File-Not-Found
                   PERFORM 9800-LOG-ERROR-PERSUM
                       THRU 9800-LOG-ERROR-PERSUM-EXIT
               END-IF
               DISPLAY "SR0610 - PERSUM NOT AVAILABLE, USING "
                       "HISTORY DETAIL ONLY, STATUS = "
                       WS-PERSUM-Status
               GO TO 2200-LOAD-SUMMARY-EXIT
           END-IF.

           PERFORM 2300-READ-PERSUM
               THRU 2300-READ-PERSUM-EXIT.

           PERFORM 2210-PROCESS-SUMMARY
               THRU 2210-PROCESS-SUMMARY-EXIT
               UNTIL WS-EOF-YES.

           CLOSE PERSUM.

       2200-LOAD-SUMMARY-EXIT.
           EXIT.

      ***********************************************************
      * 2210-PROCESS-SUMMARY - categorize one in-range summary
      *                         row as of the end of its period
      *                         and roll it into the actuals
      ***********************************************************
       2210-PROCESS-SUMMARY.
           IF PS-PERIOD < WS-FIRST-PERIOD OR
              PS-PERIOD > WS-LAST-PERIOD
               GO TO 2210-PROCESS-SUMMARY-NEXT
           END-IF.

           ADD 1                          TO WS-SUMMARY-SELECTED.

           MOVE PS-LOOKUP-CODE             TO WS-LK-TARGET-CODE.
           MOVE PS-PERIOD                  TO WS-LK-TARGET-DATE (1:6).
           MOVE "31"                       TO WS-LK-TARGET-DATE (7:2).

           IF FT-LOADED-YES
               MOVE PS-PERIOD              TO FT-TARGET-PERIOD
               PERFORM 8400-FIND-PERIOD-KEY
                   THRU 8400-FIND-PERIOD-KEY-EXIT
               IF FT-FOUND-YES
                   MOVE FT-END-DATE (FT-HIT) TO WS-LK-TARGET-DATE
               END-IF
           END-IF.

           PERFORM 2500-RESOLVE-CATEGORY
               THRU 2500-RESOLVE-CATEGORY-EXIT.

           MOVE PS-REGION-CODE             TO WS-WORK-REGION-CODE.
           MOVE ZERO                       TO WS-WORK-BUDGET.
           MOVE PS-NET-AMOUNT              TO WS-WORK-ACTUAL.

           PERFORM 2600-ROLL-VARIANCE
               THRU 2600-ROLL-VARIANCE-EXIT.

       2210-PROCESS-SUMMARY-NEXT.
           PERFORM 2300-READ-PERSUM
               THRU 2300-READ-PERSUM-EXIT.

       2210-PROCESS-SUMMARY-EXIT.
           EXIT.

      ***********************************************************
      * 2300-READ-PERSUM - single sequential read of the period
      *                     summary master
      ***********************************************************
       2300-READ-PERSUM.
           READ PERSUM.

           IF WS-PERSUM-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-PERSUM-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-PERSUM-Good AND NOT WS-PERSUM-EOF
               PERFORM 9800-LOG-ERROR-PERSUM
                   THRU 9800-LOG-ERROR-PERSUM-EXIT
               DISPLAY "SR0610 - PERSUM READ FAILED, STATUS = "
                       WS-PERSUM-Status
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2300-READ-PERSUM-EXIT.
           EXIT.

      ***********************************************************
      * 2400-LOAD-HISTORY - roll the retained in-range HISTORY
      *                      detail into the actuals
      ***********************************************************
       2400-LOAD-HISTORY.
           SET WS-EOF-NO                  TO TRUE.

           OPEN INPUT HISTORY.

           IF NOT WS-HISTORY-Good
               IF NOT WS-HISTORY-File-Not-Found
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
               END-IF
               DISPLAY "SR0610 - UNABLE TO OPEN HISTORY, STATUS = "
                       WS-HISTORY-Status
               MOVE 16                    TO RETURN-CODE
               GO TO 2400-LOAD-HISTORY-EXIT
           END-IF.

           PERFORM 2420-READ-HISTORY
               THRU 2420-READ-HISTORY-EXIT.

           PERFORM 2410-PROCESS-HISTORY
               THRU 2410-PROCESS-HISTORY-EXIT
               UNTIL WS-EOF-YES.

           CLOSE HISTORY.

       2400-LOAD-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2410-PROCESS-HISTORY - categorize one in-range history
      *                         record as of its transaction date
      *                         and roll it into the actuals
      ***********************************************************
       2410-PROCESS-HISTORY.
           MOVE HI-TRAN-DATE (1:6)         TO WS-HISTORY-PERIOD.

           IF FT-LOADED-YES
               MOVE HI-TRAN-DATE           TO FT-TARGET-DATE
               PERFORM 8300-FIND-FISCAL-PERIOD
                   THRU 8300-FIND-FISCAL-PERIOD-EXIT
               MOVE FT-RESULT-PERIOD       TO WS-HISTORY-PERIOD
           END-IF.

           IF WS-HISTORY-PERIOD = SPACES OR
              WS-HISTORY-PERIOD < WS-FIRST-PERIOD OR
              WS-HISTORY-PERIOD > WS-LAST-PERIOD
               GO TO 2410-PROCESS-HISTORY-NEXT
           END-IF.

           ADD 1                          TO WS-HISTORY-SELECTED.

           MOVE HI-LOOKUP-CODE             TO WS-LK-TARGET-CODE.
           MOVE HI-TRAN-DATE               TO WS-LK-TARGET-DATE.

           PERFORM 2500-RESOLVE-CATEGORY
               THRU 2500-RESOLVE-CATEGORY-EXIT.

           MOVE HI-REGION-CODE             TO WS-WORK-REGION-CODE.
           MOVE ZERO                       TO WS-WORK-BUDGET.
           MOVE HI-AMOUNT                  TO WS-WORK-ACTUAL.

           PERFORM 2600-ROLL-VARIANCE
               THRU 2600-ROLL-VARIANCE-EXIT.

       2410-PROCESS-HISTORY-NEXT.
           PERFORM 2420-READ-HISTORY
               THRU 2420-READ-HISTORY-EXIT.

       2410-PROCESS-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2420-READ-HISTORY - single sequential read of the master
      ***********************************************************
       2420-READ-HISTORY.
           READ HISTORY.

           IF WS-HISTORY-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-HISTORY-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-HISTORY-Good AND NOT WS-HISTORY-EOF
               PERFORM 9800-LOG-ERROR-HISTORY
                   THRU 9800-LOG-ERROR-HISTORY-EXIT
               DISPLAY "SR0610 - HISTORY READ FAILED, STATUS = "
                       WS-HISTORY-Status
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2420-READ-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2500-RESOLVE-CATEGORY - resolve the staged code and date
      *                          to a category in WS-WORK-CATEGORY;
      *                          no version in force (or no master
      *                          at all) leaves it blank, which
      *                          prints as UNCATEGORIZED
      ***********************************************************
       2500-RESOLVE-CATEGORY.
           MOVE SPACES                    TO WS-WORK-CATEGORY.

           IF WS-LOOKUP-AVAILABLE-NO
               GO TO 2500-RESOLVE-CATEGORY-EXIT
           END-IF.

           PERFORM 2550-RESOLVE-LOOKUP-VERSION
               THRU 2550-RESOLVE-LOOKUP-VERSION-EXIT.

           IF WS-LK-FOUND-YES
               MOVE WS-LK-CATEGORY         TO WS-WORK-CATEGORY
           END-IF.

       2500-RESOLVE-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 2550-RESOLVE-LOOKUP-VERSION - position at the first
      *                                version of the target code
      *                                and scan forward for the
      *                                one in force on the target
      *                                date
      ***********************************************************
       2550-RESOLVE-LOOKUP-VERSION.
           SET WS-LK-FOUND-NO             TO TRUE.
           SET WS-LK-SCAN-MORE            TO TRUE.
           MOVE SPACES                    TO WS-LK-CATEGORY.

           MOVE WS-LK-TARGET-CODE          TO LK-CODE.
           MOVE LOW-VALUES                 TO LK-EFF-DATE.

           START LOOKUP KEY >= LK-LOOKUP-KEY.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-Not-Found AND
                  NOT WS-LOOKUP-Invalid-Key
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               GO TO 2550-RESOLVE-LOOKUP-VERSION-EXIT
           END-IF.

           PERFORM 2560-READ-ONE-VERSION
               THRU 2560-READ-ONE-VERSION-EXIT
               UNTIL WS-LK-SCAN-DONE.

       2550-RESOLVE-LOOKUP-VERSION-EXIT.
           EXIT.

      ***********************************************************
      * 2560-READ-ONE-VERSION - read the next version; keep it if
      *                          it took effect on or before the
      *                          target date, stop at the first
      *                          later one or another code
      ***********************************************************
       2560-READ-ONE-VERSION.
           READ LOOKUP NEXT RECORD.

           IF NOT WS-LOOKUP-Good
               IF NOT WS-LOOKUP-EOF
                   PERFORM 9800-LOG-ERROR-LOOKUP
                       THRU 9800-LOG-ERROR-LOOKUP-EXIT
               END-IF
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2560-READ-ONE-VERSION-EXIT
           END-IF.

           IF LK-CODE NOT = WS-LK-TARGET-CODE
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2560-READ-ONE-VERSION-EXIT
           END-IF.

           IF LK-EFF-DATE > WS-LK-TARGET-DATE
               SET WS-LK-SCAN-DONE        TO TRUE
               GO TO 2560-READ-ONE-VERSION-EXIT
           END-IF.

           SET WS-LK-FOUND-YES            TO TRUE.
           MOVE LK-CATEGORY                TO WS-LK-CATEGORY.

       2560-READ-ONE-VERSION-EXIT.
           EXIT.

      ***********************************************************
      * 2600-ROLL-VARIANCE - find the region/category entry for
      *                       the amounts staged in WS-ROLL-WORK
      *                       and add them in, or insert a new
      *                       entry in key order so the table
      *                       prints region by region without a
      *                       sort
      ***********************************************************
       2600-ROLL-VARIANCE.
           SET WS-VAR-FOUND-NO            TO TRUE.
           SET WS-VAR-PLACED-NO           TO TRUE.
           MOVE ZERO                      TO WS-VAR-HIT.

           IF WS-VAR-COUNT > ZERO
               PERFORM 2610-TEST-ONE-ENTRY
                   THRU 2610-TEST-ONE-ENTRY-EXIT
                   VARYING WS-VAR-SUB FROM 1 BY 1
                   UNTIL WS-VAR-FOUND-YES OR WS-VAR-PLACED-YES
                      OR WS-VAR-SUB > WS-VAR-COUNT
           END-IF.

           IF WS-VAR-FOUND-YES
               ADD WS-WORK-BUDGET    TO WS-VAR-BUDGET (WS-VAR-HIT)
               ADD WS-WORK-ACTUAL    TO WS-VAR-ACTUAL (WS-VAR-HIT)
               GO TO 2600-ROLL-VARIANCE-EXIT
           END-IF.

           IF WS-VAR-COUNT >= WS-MAX-VAR-LINES
               ADD 1                      TO WS-LINES-DROPPED
               ADD WS-WORK-BUDGET         TO WS-GRAND-BUDGET
               ADD WS-WORK-ACTUAL         TO WS-GRAND-ACTUAL
               GO TO 2600-ROLL-VARIANCE-EXIT
           END-IF.

           IF WS-VAR-PLACED-NO
               COMPUTE WS-VAR-HIT = WS-VAR-COUNT + 1
           ELSE
               PERFORM 2620-SHIFT-ONE-ENTRY
                   THRU 2620-SHIFT-ONE-ENTRY-EXIT
                   VARYING WS-VAR-SUB FROM WS-VAR-COUNT BY -1
                   UNTIL WS-VAR-SUB < WS-VAR-HIT
           END-IF.

           ADD 1                          TO WS-VAR-COUNT.
           MOVE WS-WORK-KEY        TO WS-VAR-KEY (WS-VAR-HIT).
           MOVE WS-WORK-BUDGET     TO WS-VAR-BUDGET (WS-VAR-HIT).
           MOVE WS-WORK-ACTUAL     TO WS-VAR-ACTUAL (WS-VAR-HIT).

       2600-ROLL-VARIANCE-EXIT.
           EXIT.

      ***********************************************************
      * 2610-TEST-ONE-ENTRY - compare one table entry to the
      *                        staged key: equal is a hit, higher
      *                        is where a new entry belongs
      ***********************************************************
       2610-TEST-ONE-ENTRY.
           IF WS-VAR-KEY (WS-VAR-SUB) = WS-WORK-KEY
               SET WS-VAR-FOUND-YES       TO TRUE
               MOVE WS-VAR-SUB            TO WS-VAR-HIT
               GO TO 2610-TEST-ONE-ENTRY-EXIT
           END-IF.

           IF WS-VAR-KEY (WS-VAR-SUB) > WS-WORK-KEY
               SET WS-VAR-PLACED-YES      TO TRUE
               MOVE WS-VAR-SUB            TO WS-VAR-HIT
           END-IF.

       2610-TEST-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * 2620-SHIFT-ONE-ENTRY - move one entry up a slot to open
      *                         the insertion point
      ***********************************************************
       2620-SHIFT-ONE-ENTRY.
           MOVE WS-VAR-ENTRY (WS-VAR-SUB)
                                  TO WS-VAR-ENTRY (WS-VAR-SUB + 1).

       2620-SHIFT-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the region/category lines with
      *                  region subtotals, the category totals,
      *                  the grand total, and the trailer, then
      *                  close the files
      ***********************************************************
       3000-FINALIZE.
           PERFORM 3900-PRINT-HEADINGS
               THRU 3900-PRINT-HEADINGS-EXIT.

           IF WS-VAR-COUNT > ZERO
               MOVE WS-VAR-REGION-CODE (1) TO WS-PREV-REGION-CODE
               PERFORM 3100-PRINT-ONE-ENTRY
                   THRU 3100-PRINT-ONE-ENTRY-EXIT
                   VARYING WS-VAR-SUB FROM 1 BY 1
                   UNTIL WS-VAR-SUB > WS-VAR-COUNT
               PERFORM 3150-PRINT-REGION-TOTAL
                   THRU 3150-PRINT-REGION-TOTAL-EXIT
               PERFORM 3300-PRINT-CATEGORY-TOTALS
                   THRU 3300-PRINT-CATEGORY-TOTALS-EXIT
           END-IF.

           MOVE SPACES                     TO WD-KEY-AREA.
           MOVE "GRAND TOTAL"              TO WD-KEY-AREA.
           MOVE WS-GRAND-BUDGET            TO WS-LINE-BUDGET.
           MOVE WS-GRAND-ACTUAL            TO WS-LINE-ACTUAL.
           MOVE 2                          TO WS-ADVANCE-LINES.
           PERFORM 3700-COMPUTE-VARIANCE
               THRU 3700-COMPUTE-VARIANCE-EXIT.
           PERFORM 3800-WRITE-DETAIL
               THRU 3800-WRITE-DETAIL-EXIT.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-BUDGET-SELECTED         TO WT2-BUDGET-SELECTED.
           MOVE WS-SUMMARY-SELECTED        TO WT3-SUMMARY-SELECTED.
           MOVE WS-HISTORY-SELECTED        TO WT4-HISTORY-SELECTED.
           MOVE WS-LINES-FLAGGED           TO WT5-LINES-FLAGGED.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.

           IF WS-LINES-DROPPED > ZERO
               MOVE WS-LINES-DROPPED       TO WT6-ENTRIES-DROPPED
               MOVE "**WARNING** REGION/CATEGORY TABLE FULL"
                                           TO WT6-NOTE
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-6
                   AFTER ADVANCING 1 LINE
               DISPLAY "SR0610 - VARIANCE TABLE FULL, "
                       WS-LINES-DROPPED
                       " ENTRIES NOT REPORTED"
           END-IF.

           IF WS-CATS-DROPPED > ZERO
               MOVE WS-CATS-DROPPED        TO WT6-ENTRIES-DROPPED
               MOVE "**WARNING** CATEGORY TABLE FULL"
                                           TO WT6-NOTE
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-6
                   AFTER ADVANCING 1 LINE
               DISPLAY "SR0610 - CATEGORY TABLE FULL, "
                       WS-CATS-DROPPED
                       " ENTRIES NOT REPORTED"
           END-IF.

           IF (WS-LINES-DROPPED > ZERO OR
               WS-CATS-DROPPED > ZERO) AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

           IF WS-LOOKUP-AVAILABLE-YES
               CLOSE LOOKUP
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3100-PRINT-ONE-ENTRY - print one region/category line,
      *                         closing off the previous region's
      *                         subtotal on a change of region
      ***********************************************************
       3100-PRINT-ONE-ENTRY.
           MOVE 1                          TO WS-ADVANCE-LINES.

           IF WS-VAR-REGION-CODE (WS-VAR-SUB) NOT =
              WS-PREV-REGION-CODE
               PERFORM 3150-PRINT-REGION-TOTAL
                   THRU 3150-PRINT-REGION-TOTAL-EXIT
               MOVE WS-VAR-REGION-CODE (WS-VAR-SUB)
                                          TO WS-PREV-REGION-CODE
               MOVE 2                     TO WS-ADVANCE-LINES
           END-IF.

           ADD WS-VAR-BUDGET (WS-VAR-SUB)  TO WS-REGION-BUDGET.
           ADD WS-VAR-ACTUAL (WS-VAR-SUB)  TO WS-REGION-ACTUAL.
           ADD WS-VAR-BUDGET (WS-VAR-SUB)  TO WS-GRAND-BUDGET.
           ADD WS-VAR-ACTUAL (WS-VAR-SUB)  TO WS-GRAND-ACTUAL.

           MOVE SPACES                     TO WD-KEY-AREA.
           MOVE WS-VAR-REGION-CODE (WS-VAR-SUB) TO WD-REGION-CODE.
           IF WS-VAR-CATEGORY (WS-VAR-SUB) = SPACES
               MOVE "UNCATEGORIZED"       TO WD-CATEGORY
           ELSE
               MOVE WS-VAR-CATEGORY (WS-VAR-SUB) TO WD-CATEGORY
           END-IF.

           MOVE WS-VAR-BUDGET (WS-VAR-SUB) TO WS-LINE-BUDGET.
           MOVE WS-VAR-ACTUAL (WS-VAR-SUB) TO WS-LINE-ACTUAL.

           PERFORM 3700-COMPUTE-VARIANCE
               THRU 3700-COMPUTE-VARIANCE-EXIT.

           IF WD-FLAG NOT = SPACES
               ADD 1                      TO WS-LINES-FLAGGED
           END-IF.

           PERFORM 3800-WRITE-DETAIL
               THRU 3800-WRITE-DETAIL-EXIT.

           MOVE WS-VAR-CATEGORY (WS-VAR-SUB) TO WS-WORK-CATEGORY.
           MOVE WS-VAR-BUDGET (WS-VAR-SUB) TO WS-WORK-BUDGET.
           MOVE WS-VAR-ACTUAL (WS-VAR-SUB) TO WS-WORK-ACTUAL.

           PERFORM 3400-ROLL-CATEGORY
               THRU 3400-ROLL-CATEGORY-EXIT.

       3100-PRINT-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * 3150-PRINT-REGION-TOTAL - subtotal line for the region
      *                            just finished
      ***********************************************************
       3150-PRINT-REGION-TOTAL.
           MOVE SPACES                     TO WD-KEY-AREA.
           MOVE WS-PREV-REGION-CODE        TO WD-REGION-CODE.
           MOVE "*REGION TOTAL"            TO WD-CATEGORY.
           MOVE WS-REGION-BUDGET           TO WS-LINE-BUDGET.
           MOVE WS-REGION-ACTUAL           TO WS-LINE-ACTUAL.
           MOVE 1                          TO WS-ADVANCE-LINES.

           PERFORM 3700-COMPUTE-VARIANCE
               THRU 3700-COMPUTE-VARIANCE-EXIT.
           PERFORM 3800-WRITE-DETAIL
               THRU 3800-WRITE-DETAIL-EXIT.

           MOVE ZERO                      TO WS-REGION-BUDGET.
           MOVE ZERO                      TO WS-REGION-ACTUAL.

       3150-PRINT-REGION-TOTAL-EXIT.
           EXIT.

      ***********************************************************
      * 3300-PRINT-CATEGORY-TOTALS - one line per category across
      *                               all regions
      ***********************************************************
       3300-PRINT-CATEGORY-TOTALS.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 3
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2                          TO WS-LINE-COUNT.

           PERFORM 3310-PRINT-ONE-CATEGORY
               THRU 3310-PRINT-ONE-CATEGORY-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.

       3300-PRINT-CATEGORY-TOTALS-EXIT.
           EXIT.

      ***********************************************************
      * 3310-PRINT-ONE-CATEGORY - one category-total line
      ***********************************************************
       3310-PRINT-ONE-CATEGORY.
           MOVE SPACES                     TO WD-KEY-AREA.
           MOVE "ALL"                      TO WD-REGION-CODE.
           IF WS-CAT-NAME (WS-CAT-SUB) = SPACES
               MOVE "UNCATEGORIZED"       TO WD-CATEGORY
           ELSE
               MOVE WS-CAT-NAME (WS-CAT-SUB) TO WD-CATEGORY
           END-IF.

           MOVE WS-CAT-BUDGET (WS-CAT-SUB) TO WS-LINE-BUDGET.
           MOVE WS-CAT-ACTUAL (WS-CAT-SUB) TO WS-LINE-ACTUAL.
           MOVE 1                          TO WS-ADVANCE-LINES.

           PERFORM 3700-COMPUTE-VARIANCE
               THRU 3700-COMPUTE-VARIANCE-EXIT.
           PERFORM 3800-WRITE-DETAIL
               THRU 3800-WRITE-DETAIL-EXIT.

       3310-PRINT-ONE-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 3400-ROLL-CATEGORY - find the category entry for the
      *                       amounts staged in WS-ROLL-WORK and
      *                       add them in, or insert a new entry
      *                       in category order
      ***********************************************************
       3400-ROLL-CATEGORY.
           SET WS-CAT-FOUND-NO            TO TRUE.
           SET WS-CAT-PLACED-NO           TO TRUE.
           MOVE ZERO                      TO WS-CAT-HIT.

           IF WS-CAT-COUNT > ZERO
               PERFORM 3410-TEST-ONE-CATEGORY
                   THRU 3410-TEST-ONE-CATEGORY-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-FOUND-YES OR WS-CAT-PLACED-YES
                      OR WS-CAT-SUB > WS-CAT-COUNT
           END-IF.

           IF WS-CAT-FOUND-YES
               ADD WS-WORK-BUDGET    TO WS-CAT-BUDGET (WS-CAT-HIT)
               ADD WS-WORK-ACTUAL    TO WS-CAT-ACTUAL (WS-CAT-HIT)
               GO TO 3400-ROLL-CATEGORY-EXIT
           END-IF.

           IF WS-CAT-COUNT >= WS-MAX-CATS
               ADD 1                      TO WS-CATS-DROPPED
               GO TO 3400-ROLL-CATEGORY-EXIT
           END-IF.

           IF WS-CAT-PLACED-NO
               COMPUTE WS-CAT-HIT = WS-CAT-COUNT + 1
           ELSE
               PERFORM 3420-SHIFT-ONE-CATEGORY
                   THRU 3420-SHIFT-ONE-CATEGORY-EXIT
                   VARYING WS-CAT-SUB FROM WS-CAT-COUNT BY -1
                   UNTIL WS-CAT-SUB < WS-CAT-HIT
           END-IF.

           ADD 1                          TO WS-CAT-COUNT.
           MOVE WS-WORK-CATEGORY   TO WS-CAT-NAME (WS-CAT-HIT).
           MOVE WS-WORK-BUDGET     TO WS-CAT-BUDGET (WS-CAT-HIT).
           MOVE WS-WORK-ACTUAL     TO WS-CAT-ACTUAL (WS-CAT-HIT).

       3400-ROLL-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 3410-TEST-ONE-CATEGORY - compare one category entry to
      *                           the staged category
      ***********************************************************
       3410-TEST-ONE-CATEGORY.
           IF WS-CAT-NAME (WS-CAT-SUB) = WS-WORK-CATEGORY
               SET WS-CAT-FOUND-YES       TO TRUE
               MOVE WS-CAT-SUB            TO WS-CAT-HIT
               GO TO 3410-TEST-ONE-CATEGORY-EXIT
           END-IF.

           IF WS-CAT-NAME (WS-CAT-SUB) > WS-WORK-CATEGORY
               SET WS-CAT-PLACED-YES      TO TRUE
               MOVE WS-CAT-SUB            TO WS-CAT-HIT
           END-IF.

       3410-TEST-ONE-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 3420-SHIFT-ONE-CATEGORY - move one category entry up a
      *                            slot to open the insertion point
      ***********************************************************
       3420-SHIFT-ONE-CATEGORY.
           MOVE WS-CAT-ENTRY (WS-CAT-SUB)
                                  TO WS-CAT-ENTRY (WS-CAT-SUB + 1).

       3420-SHIFT-ONE-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 3700-COMPUTE-VARIANCE - edit the budget and actual staged
      *                          in WS-LINE-WORK with their amount
      *                          and percent variance, and flag the
      *                          line when it is past tolerance or
      *                          has actuals with no budget
      ***********************************************************
       3700-COMPUTE-VARIANCE.
           SET WS-PCT-OVERFLOW-NO         TO TRUE.
           MOVE SPACES                    TO WD-PERCENT.
           MOVE SPACES                    TO WD-FLAG.

           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.

           MOVE WS-LINE-BUDGET             TO WD-BUDGET.
           MOVE WS-LINE-ACTUAL             TO WD-ACTUAL.
           MOVE WS-LINE-VARIANCE           TO WD-VARIANCE.

           IF WS-LINE-BUDGET = ZERO
               MOVE "         N/A"        TO WD-PERCENT
               IF WS-LINE-ACTUAL NOT = ZERO
                   MOVE "UNBUDGETED"      TO WD-FLAG
               END-IF
               GO TO 3700-COMPUTE-VARIANCE-EXIT
           END-IF.

           COMPUTE WS-LINE-PCT ROUNDED =
               WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
               ON SIZE ERROR
                   SET WS-PCT-OVERFLOW-YES TO TRUE
           END-COMPUTE.

           IF WS-PCT-OVERFLOW-YES
               MOVE "    ********"        TO WD-PERCENT
               MOVE "**OVER TOL**"        TO WD-FLAG
               GO TO 3700-COMPUTE-VARIANCE-EXIT
           END-IF.

           MOVE WS-LINE-PCT                TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT                TO WD-PERCENT.

           IF WS-LINE-PCT < ZERO
               COMPUTE WS-LINE-ABS-PCT = ZERO - WS-LINE-PCT
           ELSE
               MOVE WS-LINE-PCT           TO WS-LINE-ABS-PCT
           END-IF.

           IF WS-LINE-ABS-PCT > WS-TOLERANCE
               MOVE "**OVER TOL**"        TO WD-FLAG
           END-IF.

       3700-COMPUTE-VARIANCE-EXIT.
           EXIT.

      ***********************************************************
      * 3800-WRITE-DETAIL - write the edited line, starting a new
      *                      page first when this one is full
      ***********************************************************
       3800-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-ADVANCE-LINES LINES.
           ADD WS-ADVANCE-LINES           TO WS-LINE-COUNT.

       3800-WRITE-DETAIL-EXIT.
           EXIT.

      ***********************************************************
      * 3900-PRINT-HEADINGS - start a new report page
      ***********************************************************
       3900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.
           MOVE WS-FIRST-PERIOD            TO WH2-FIRST-PERIOD.
           MOVE WS-LAST-PERIOD             TO WH2-LAST-PERIOD.
           MOVE WS-TOLERANCE               TO WH2-TOLERANCE.

           IF FT-LOADED-YES
               MOVE "FISCAL PERIODS"      TO WH2-PERIOD-BASIS
           ELSE
               MOVE "CALENDAR MONTHS"     TO WH2-PERIOD-BASIS
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO                      TO WS-LINE-COUNT.

       3900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 8200 series - shared fiscal calendar paragraphs
      ***********************************************************
           COPY FISCLOAD.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==BUDGET==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PERSUM==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HISTORY==.

           COPY ERRLOG REPLACING ==:tag:== BY ==LOOKUP==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PARMFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.
