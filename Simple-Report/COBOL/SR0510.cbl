      *              excluded).  The source used is printed in
      *              the heading.
      *
      *              Once the CALENDAR master carries period-end
      *              rows (see CALREC), the summary rows are
      *              fiscal periods, so the request must start on
      *              the first day of a fiscal period and end on
      *              the last day of one to use them, and the
      *              card can name the fiscal periods to report
      *              instead of dates.
      *
      * Typical Use: Run as a batch step on demand, with DATECARD
      *              DD * supplying either:
      *
      *                 columns  1- 8  period start date
      *                 columns  9-16  period end date
      *                                (both YYYYMMDD, inclusive)
      *                 columns 17-22  first fiscal period (YYYYPP)
      *                 columns 23-28  last fiscal period (blank =
      *                                the first period alone)
      *
      *              Fiscal periods are used in place of the dates
      *              when given; a period not on the calendar
      *              reports nothing and ends the step with return
      *              code 8.  A blank or missing card reports the
      *              whole file.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      *                          request was silently widened to
      *                          whole months and a period not
      *                          yet closed printed zeros.
      * 2026-10-15 dastagg       Reports by fiscal period from the
      *                          CALENDAR master - DATECARD can
      *                          name fiscal periods, and PERSUM
      *                          is used on fiscal period
      *                          boundaries once the calendar is
      *                          loaded.
      * 2026-10-15 dastagg       The fiscal calendar paragraphs
      *                          now come from the shared
      *                          FISCLOAD copybook.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATECARD-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       01  DC-DATE-CARD.
           05  DC-START-DATE              PIC X(08).
           05  DC-END-DATE                PIC X(08).
           05  DC-FIRST-FISCAL-PERIOD     PIC X(06).
           05  DC-LAST-FISCAL-PERIOD      PIC X(06).
           05  FILLER                     PIC X(52).

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-DATECARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DATECARD==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

           05  WS-SUM-PERIOD-END          PIC X(06)   VALUE
               HIGH-VALUES.

       01  WS-FISCAL-REQUEST.
           05  WS-FIRST-FISCAL-PERIOD     PIC X(06)   VALUE SPACES.
           05  WS-LAST-FISCAL-PERIOD      PIC X(06)   VALUE SPACES.

       01  WS-FISCAL-REQUEST-SWITCH       PIC X(01)   VALUE "N".
           88  WS-FISCAL-REQUEST-YES                  VALUE "Y".
           88  WS-FISCAL-REQUEST-NO                   VALUE "N".
           88  WS-FISCAL-REQUEST-BAD                  VALUE "B".

       01  WS-FISCAL-PERIODS.
           COPY FISCTAB.

       01  WS-PERIOD-BOUNDED-SWITCH       PIC X(01)   VALUE "N".
           88  WS-PERIOD-BOUNDED-YES                  VALUE "Y".
           88  WS-PERIOD-BOUNDED-NO                   VALUE "N".
           05  WH2-END-DATE               PIC X(08).
           05  FILLER                     PIC X(106)  VALUE SPACE.

       01  WS-HEADING-LINE-2B.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(15)   VALUE
               "FISCAL PERIODS ".
           05  WH2B-FIRST-PERIOD          PIC X(06).
           05  FILLER                     PIC X(03)   VALUE
               " - ".
           05  WH2B-LAST-PERIOD           PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WH2B-STATUS                PIC X(20).
           05  FILLER                     PIC X(80)   VALUE SPACE.

       01  WS-HEADING-LINE-2A.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(08)   VALUE
               SET WS-REGION-AVAILABLE-NO  TO TRUE
           END-IF.

           PERFORM 8200-LOAD-FISCAL-TABLE
               THRU 8200-LOAD-FISCAL-TABLE-EXIT.

           IF WS-FIRST-FISCAL-PERIOD NOT = SPACES
               PERFORM 1150-RESOLVE-FISCAL-PERIODS
                   THRU 1150-RESOLVE-FISCAL-PERIODS-EXIT
           END-IF.

           IF WS-FISCAL-REQUEST-BAD
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-SELECT-SOURCE
               THRU 1200-SELECT-SOURCE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1150-RESOLVE-FISCAL-PERIODS - fiscal periods on the card
      *                                become the first period's
      *                                start date and the last
      *                                period's end date; a period
      *                                not on the calendar reports
      *                                nothing
      ***********************************************************
       1150-RESOLVE-FISCAL-PERIODS.
           SET WS-FISCAL-REQUEST-YES      TO TRUE.

           IF WS-LAST-FISCAL-PERIOD = SPACES
               MOVE WS-FIRST-FISCAL-PERIOD TO WS-LAST-FISCAL-PERIOD
           END-IF.

           MOVE WS-FIRST-FISCAL-PERIOD     TO FT-TARGET-PERIOD.
           PERFORM 8400-FIND-PERIOD-KEY
               THRU 8400-FIND-PERIOD-KEY-EXIT.

           IF FT-FOUND-NO
               GO TO 1150-RESOLVE-FISCAL-PERIODS-BAD
           END-IF.

           MOVE FT-START-DATE (FT-HIT)     TO WS-PERIOD-START.

           MOVE WS-LAST-FISCAL-PERIOD      TO FT-TARGET-PERIOD.
           PERFORM 8400-FIND-PERIOD-KEY
               THRU 8400-FIND-PERIOD-KEY-EXIT.

           IF FT-FOUND-NO
               GO TO 1150-RESOLVE-FISCAL-PERIODS-BAD
           END-IF.

           MOVE FT-END-DATE (FT-HIT)       TO WS-PERIOD-END.

           IF WS-PERIOD-START > WS-PERIOD-END
               GO TO 1150-RESOLVE-FISCAL-PERIODS-BAD
           END-IF.

           SET WS-PERIOD-BOUNDED-YES      TO TRUE.
           GO TO 1150-RESOLVE-FISCAL-PERIODS-EXIT.

       1150-RESOLVE-FISCAL-PERIODS-BAD.
           DISPLAY "SR0510 - FISCAL PERIODS NOT ON CALENDAR, "
                   "NOTHING REPORTED: " WS-FIRST-FISCAL-PERIOD
                   " - " WS-LAST-FISCAL-PERIOD.
           SET WS-FISCAL-REQUEST-BAD      TO TRUE.
           MOVE 8                         TO RETURN-CODE.

       1150-RESOLVE-FISCAL-PERIODS-EXIT.
           EXIT.

      ***********************************************************
      * 1200-SELECT-SOURCE - a period-bounded request whose
      *                       bounds fall on month boundaries is
      *                       a mid-month request (whole-month
      *                       summary rows cannot honor it) and a
      *                       missing summary master fall back to
      *                       the HISTORY detail scan alone.  With
      *                       the fiscal calendar loaded the rows
      *                       are fiscal periods and the bounds
      *                       must fall on those instead.
      ***********************************************************
       1200-SELECT-SOURCE.
           IF WS-PERIOD-BOUNDED-NO
               GO TO 1200-SELECT-SOURCE-EXIT
           END-IF.

           IF FT-LOADED-YES
               PERFORM 1350-CHECK-FISCAL-BOUNDS
                   THRU 1350-CHECK-FISCAL-BOUNDS-EXIT
           ELSE
               PERFORM 1300-CHECK-MONTH-BOUNDS
                   THRU 1300-CHECK-MONTH-BOUNDS-EXIT
           END-IF.

           IF WS-BOUNDS-OK-NO AND FT-LOADED-YES
               DISPLAY "SR0510 - PERIOD NOT ON FISCAL PERIOD "
                       "BOUNDARIES, SCANNING HISTORY DETAIL ONLY"
               GO TO 1200-SELECT-SOURCE-EXIT
           END-IF.

           IF WS-BOUNDS-OK-NO
               DISPLAY "SR0510 - PERIOD NOT ON MONTH BOUNDARIES, "
       1300-CHECK-MONTH-BOUNDS-EXIT.
           EXIT.

      ***********************************************************
      * 1350-CHECK-FISCAL-BOUNDS - the summary rows are whole
      *                             fiscal periods, so the range
      *                             must start on a period's first
      *                             day and end on a period's last
      *                             day; the summary range is then
      *                             those two periods.  An open
      *                             bound is a boundary by
      *                             definition.
      ***********************************************************
       1350-CHECK-FISCAL-BOUNDS.
           SET WS-BOUNDS-OK-YES           TO TRUE.

           IF WS-PERIOD-START NOT = LOW-VALUES
               MOVE WS-PERIOD-START        TO FT-TARGET-DATE
               PERFORM 8300-FIND-FISCAL-PERIOD
                   THRU 8300-FIND-FISCAL-PERIOD-EXIT
               IF FT-FOUND-NO
                   SET WS-BOUNDS-OK-NO    TO TRUE
                   GO TO 1350-CHECK-FISCAL-BOUNDS-EXIT
               END-IF
               IF WS-PERIOD-START NOT = FT-START-DATE (FT-HIT)
                   SET WS-BOUNDS-OK-NO    TO TRUE
                   GO TO 1350-CHECK-FISCAL-BOUNDS-EXIT
               END-IF
               MOVE FT-RESULT-PERIOD       TO WS-SUM-PERIOD-START
           END-IF.

           IF WS-PERIOD-END = HIGH-VALUES
               GO TO 1350-CHECK-FISCAL-BOUNDS-EXIT
           END-IF.

           MOVE WS-PERIOD-END              TO FT-TARGET-DATE.
           PERFORM 8300-FIND-FISCAL-PERIOD
               THRU 8300-FIND-FISCAL-PERIOD-EXIT.

           IF FT-FOUND-NO
               SET WS-BOUNDS-OK-NO        TO TRUE
               GO TO 1350-CHECK-FISCAL-BOUNDS-EXIT
           END-IF.

           IF WS-PERIOD-END NOT = FT-END-DATE (FT-HIT)
               SET WS-BOUNDS-OK-NO        TO TRUE
               GO TO 1350-CHECK-FISCAL-BOUNDS-EXIT
           END-IF.

           MOVE FT-RESULT-PERIOD           TO WS-SUM-PERIOD-END.

       1350-CHECK-FISCAL-BOUNDS-EXIT.
           EXIT.

      ***********************************************************
      * 1500-OPEN-HISTORY - open the detail master and prime its
      *                      read loop; in summary-assisted mode
                   MOVE DC-END-DATE (1:6) TO WS-SUM-PERIOD-END
                   SET WS-PERIOD-BOUNDED-YES TO TRUE
               END-IF
               MOVE DC-FIRST-FISCAL-PERIOD TO WS-FIRST-FISCAL-PERIOD
               MOVE DC-LAST-FISCAL-PERIOD  TO WS-LAST-FISCAL-PERIOD
           END-IF.

           CLOSE DATECARD.
               MOVE "HISTORY DETAIL"      TO WH2A-SOURCE
           END-IF.

           MOVE WS-FIRST-FISCAL-PERIOD     TO WH2B-FIRST-PERIOD.
           MOVE WS-LAST-FISCAL-PERIOD      TO WH2B-LAST-PERIOD.

           IF WS-FISCAL-REQUEST-BAD
               MOVE "NOT ON CALENDAR"     TO WH2B-STATUS
           ELSE
               MOVE SPACES                TO WH2B-STATUS
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           IF WS-FISCAL-REQUEST-NO
               WRITE WS-PRINT-RECORD      FROM WS-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE WS-PRINT-RECORD      FROM WS-HEADING-LINE-2B
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-FISCAL-REQUEST-YES
               WRITE WS-PRINT-RECORD      FROM WS-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2A
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
       3200-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 8200 series - shared fiscal calendar paragraphs
      ***********************************************************
           COPY FISCLOAD.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==PERSUM==.

           COPY ERRLOG REPLACING ==:tag:== BY ==REGION==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.
