      *                  second concurrent submission of the
      *                  same job is also refused.
      *
      *              No run is expected on a date the CALENDAR
      *              master shows as a weekend day or holiday (a
      *              date with no row follows the weekday rule -
      *              see CALREC).  The gate then stamps nothing
      *              and ends with return code 4, so the program
      *              step is bypassed without holding the job.  A
      *              deliberate run on such a date is released
      *              with the force flag.  With CALENDAR
      *              unavailable every date is taken as a
      *              business day.
      *
      *              The gated program clears the in-flight
      *              stamp when its run completes.  A deliberate
      *              rerun after an abend (the stamp still shows
      *              in flight) is released with the force flag
      *              on the gate card.
      *
      *              Every gate step, whatever its verdict, is
      *              appended to the RUNHIST run-history log under
      *              the program it gates (see RUNHREC).
      *
      * Typical Use: Run as STEP005 ahead of the program step,
      *              with the program step conditioned on this
      *              step's return code and GATECARD DD *
      *                                blank = today)
      *                 column  25     force flag (F = bypass
      *                                the in-flight check for a
      *                                deliberate restart, or
      *                                run on a non-business
      *                                date)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      *                          order is enforced from CTLFILE
      *                          instead of depending on the
      *                          submission order holding.
      * 2026-10-15 dastagg       No run is expected on a weekend
      *                          day or holiday on the CALENDAR
      *                          master - the gate ends RC 4 and
      *                          the program step is bypassed.
      * 2026-10-15 dastagg       Each gate step is appended to
      *                          the RUNHIST run-history log under
      *                          the program it gates, with the
      *                          verdict (released, forced,
      *                          refused or no run expected).
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CTL-PROGRAM-NAME
               FILE STATUS IS WS-CTLFILE-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GATECARD
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-GATECARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GATECARD==.
       01  WS-CTL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0050".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
           88  WS-GATE-OPEN                           VALUE "Y".
           88  WS-GATE-REFUSED                        VALUE "N".

       01  WS-NO-RUN-SWITCH               PIC X(01)   VALUE "N".
           88  WS-NO-RUN-EXPECTED                     VALUE "Y".
           88  WS-RUN-EXPECTED                        VALUE "N".

       01  WS-FORCE-USED-SWITCH           PIC X(01)   VALUE "N".
           88  WS-FORCE-USED-YES                      VALUE "Y".
           88  WS-FORCE-USED-NO                       VALUE "N".

       01  WS-DAY-TYPE-NAME               PIC X(08)   VALUE SPACES.

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

       01  WS-GATE-REQUEST.
           05  WS-THIS-PROGRAM            PIC X(08)   VALUE SPACES.
           05  WS-PRED-PROGRAM            PIC X(08)   VALUE SPACES.
               THRU 1000-INITIALIZE-EXIT.

           IF WS-GATE-OPEN
               PERFORM 1500-CHECK-BUSINESS-DAY
                   THRU 1500-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           IF WS-GATE-OPEN AND WS-RUN-EXPECTED
               PERFORM 2000-CHECK-PREDECESSOR
                   THRU 2000-CHECK-PREDECESSOR-EXIT
           END-IF.

           IF WS-GATE-OPEN AND WS-RUN-EXPECTED
               PERFORM 2200-CHECK-IN-FLIGHT
                   THRU 2200-CHECK-IN-FLIGHT-EXIT
           END-IF.

           IF WS-GATE-OPEN AND WS-RUN-EXPECTED
               PERFORM 2300-RECORD-START
                   THRU 2300-RECORD-START-EXIT
           END-IF.

           IF WS-GATE-REFUSED
               MOVE 16                    TO RETURN-CODE
           ELSE
               IF WS-NO-RUN-EXPECTED
                   MOVE 4                 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.
      * 1000-INITIALIZE - read the gate card and open CTLFILE
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
       1100-READ-GATE-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1500-CHECK-BUSINESS-DAY - no run is expected on a weekend
      *                            day or holiday.  The CALENDAR
      *                            row for the business date
      *                            decides; a date with no row is
      *                            a weekend day on Saturday and
      *                            Sunday.  With CALENDAR not
      *                            available, or a business date
      *                            that is not a date, the run
      *                            goes ahead as before.
      ***********************************************************
       1500-CHECK-BUSINESS-DAY.
           OPEN INPUT CALENDAR.

           IF NOT WS-CALENDAR-Good
               IF NOT WS-CALENDAR-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               DISPLAY "SR0050 - CALENDAR NOT AVAILABLE, STATUS = "
                       WS-CALENDAR-Status " - BUSINESS DAY ASSUMED"
               GO TO 1500-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           MOVE WS-BUSINESS-DATE           TO CA-CAL-DATE.
           READ CALENDAR.

           EVALUATE TRUE
               WHEN WS-CALENDAR-Good
                   IF CA-HOLIDAY
                       MOVE "HOLIDAY"     TO WS-DAY-TYPE-NAME
                   END-IF
                   IF CA-WEEKEND
                       MOVE "WEEKEND"     TO WS-DAY-TYPE-NAME
                   END-IF
               WHEN WS-CALENDAR-Not-Found
                   PERFORM 1510-APPLY-WEEKDAY-RULE
                       THRU 1510-APPLY-WEEKDAY-RULE-EXIT
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
                   DISPLAY "SR0050 - CALENDAR READ FAILED, STATUS = "
                           WS-CALENDAR-Status
                           " - BUSINESS DAY ASSUMED"
           END-EVALUATE.

           CLOSE CALENDAR.

           IF WS-DAY-TYPE-NAME = SPACES
               GO TO 1500-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           IF WS-FORCE-YES
               DISPLAY "SR0050 - " WS-BUSINESS-DATE " IS A "
                       WS-DAY-TYPE-NAME " DATE - " WS-THIS-PROGRAM
                       " RELEASED BY FORCE"
               SET WS-FORCE-USED-YES      TO TRUE
           ELSE
               DISPLAY "SR0050 - " WS-BUSINESS-DATE " IS A "
                       WS-DAY-TYPE-NAME " DATE - NO RUN EXPECTED, "
                       WS-THIS-PROGRAM " SKIPPED"
               SET WS-NO-RUN-EXPECTED     TO TRUE
           END-IF.

       1500-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 1510-APPLY-WEEKDAY-RULE - a date with no CALENDAR row is
      *                            a weekend day on Saturday and
      *                            Sunday.  Day 1 of the serial
      *                            count is a Monday, so the
      *                            remainder over 7 is 0 on a
      *                            Sunday and 6 on a Saturday.
      ***********************************************************
       1510-APPLY-WEEKDAY-RULE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               GO TO 1510-APPLY-WEEKDAY-RULE-EXIT
           END-IF.

           MOVE WS-BUSINESS-DATE           TO WS-DW-DATE.

           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
               GO TO 1510-APPLY-WEEKDAY-RULE-EXIT
           END-IF.

           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.

           DIVIDE WS-DW-SERIAL BY 7
               GIVING WS-DW-QUOTIENT REMAINDER WS-WEEKDAY.

           IF WS-WEEKDAY-SUNDAY OR WS-WEEKDAY-SATURDAY
               MOVE "WEEKEND"             TO WS-DAY-TYPE-NAME
           END-IF.

       1510-APPLY-WEEKDAY-RULE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-CHECK-PREDECESSOR - the predecessor's row must show
      *                           a completed run for the
               IF WS-FORCE-YES
                   DISPLAY "SR0050 - " WS-THIS-PROGRAM
                           " IN-FLIGHT STAMP OVERRIDDEN BY FORCE"
                   SET WS-FORCE-USED-YES  TO TRUE
               ELSE
                   DISPLAY "SR0050 - " WS-THIS-PROGRAM
                           " ALREADY IN FLIGHT FOR "
      * 3000-FINALIZE - close and announce the verdict
      ***********************************************************
       3000-FINALIZE.
           EVALUATE TRUE
               WHEN WS-GATE-REFUSED
                   DISPLAY "SR0050 - GATE REFUSED FOR "
                           WS-THIS-PROGRAM
               WHEN WS-NO-RUN-EXPECTED
                   DISPLAY "SR0050 - NO RUN EXPECTED FOR "
                           WS-THIS-PROGRAM " ON " WS-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY "SR0050 - GATE OPEN FOR " WS-THIS-PROGRAM
                           " ON " WS-BUSINESS-DATE
           END-EVALUATE.

           IF WS-CTLFILE-AVAILABLE-YES
               CLOSE CTLFILE
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           CLOSE AUDITLOG.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append the gate step to the
      *                            RUNHIST log under the program
      *                            it gates, with the verdict as
      *                            the outcome and the return code
      *                            the step is about to end with
      ***********************************************************
       3080-RECORD-RUN-HISTORY.
           MOVE WS-PROGRAM-NAME            TO RH-PROGRAM-NAME.
           MOVE WS-THIS-PROGRAM            TO RH-JOB-PROGRAM.
           MOVE WS-BUSINESS-DATE           TO RH-BUSINESS-DATE.

           IF RH-BUSINESS-DATE = SPACES
               MOVE RH-START-DATE          TO RH-BUSINESS-DATE
           END-IF.

           MOVE WS-RECORDS-READ            TO RH-RECORDS-READ.

           IF WS-CTLFILE-AVAILABLE-YES
               MOVE WS-CTLFILE-Status      TO RH-FINAL-STATUS
           ELSE
               MOVE WS-GATECARD-Status     TO RH-FINAL-STATUS
           END-IF.

           EVALUATE TRUE
               WHEN WS-GATE-REFUSED
                   MOVE 16                 TO RH-RETURN-CODE
                   SET RH-RUN-COMPLETE-NO  TO TRUE
                   SET RH-GATE-REFUSED     TO TRUE
               WHEN WS-NO-RUN-EXPECTED
                   MOVE 4                  TO RH-RETURN-CODE
                   SET RH-RUN-COMPLETE-YES TO TRUE
                   SET RH-GATE-NO-RUN      TO TRUE
               WHEN WS-FORCE-USED-YES
                   MOVE ZERO               TO RH-RETURN-CODE
                   SET RH-RUN-COMPLETE-YES TO TRUE
                   SET RH-GATE-FORCED      TO TRUE
               WHEN OTHER
                   MOVE ZERO               TO RH-RETURN-CODE
                   SET RH-RUN-COMPLETE-YES TO TRUE
                   SET RH-GATE-RELEASED    TO TRUE
           END-EVALUATE.

           PERFORM 9700-WRITE-RUN-HISTORY
               THRU 9700-WRITE-RUN-HISTORY-EXIT.

       3080-RECORD-RUN-HISTORY-EXIT.
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
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==GATECARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
