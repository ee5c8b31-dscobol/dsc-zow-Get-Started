      *
      * Description: Simple-Report suspense aging report and
      *              write-off job.  Reads the current suspense
      *              file (SUSPFILE), ages each item by business
      *              days since SU-REJECT-DATE, and prints an aging
      *              summary - counts and amounts in 1-5, 6-10,
      *              11-30, and over-30 day buckets - followed by
      *              count/amount subtotals by region and reject
      *              file - the same split-and-swap the audit
      *              trail gets from SR0400.
      *
      *              Nothing is written off unless the GLACCT
      *              master maps both the write-off expense
      *              (*WRITEOFF) and suspense clearing (*SUSPCLR)
      *              accounts, since SR0670 journals every
      *              write-off to them in the following step;
      *              otherwise the items are carried and the step
      *              ends with return code 8.
      *
      *              The amounts carried and written off on the
      *              trailer are in base currency, each item
      *              converted through the EXRATE master at the
      *              rate for its transaction date, as SR0670
      *              journals it.  An item with no rate on file
      *              is still aged and routed, but is left out of
      *              the amounts, counted on its own trailer
      *              line, and ends the step with return code 8
      *              - SR0670 holds the same item out of its
      *              entry.  The amount carried is then what the
      *              ledger's suspense account should hold after
      *              the SR0670 month-end entry.
      *
      *              Ages are counted in business days from the
      *              CALENDAR master (see CALREC): a weekend day
      *              or holiday after the reject date does not
      *              add to an item's age unless its row makes it
      *              a business day, so the thresholds below are
      *              business days.  Without CALENDAR the items
      *              are aged in calendar days, as before, and
      *              the report headings say which basis was
      *              used.
      *
      * Typical Use: Run as a batch step at month-end (or on
      *              demand) after SR0300, with AGECARD DD *
      *              supplying the thresholds:
      *
      *                 columns  1- 3  escalation age in business
      *                                days (numeric; blank = 030)
      *                 columns  4- 6  write-off age in business
      *                                days
      *                                (numeric; blank or 000 =
      *                                 no write-off, report and
      *                                 escalate only)
      *                          VALUE ZERO - adding into
      *                          uninitialized packed fields is
      *                          a data exception.
      * 2026-10-15 dastagg       The subtotal and escalation
      *                          lines now print the reject
      *                          reason's name beside its code,
      *                          from the shared RSNTAB table,
      *                          so reason 06 (already posted)
      *                          reads as such.
      * 2026-10-15 dastagg       Write-offs are withheld (items
      *                          carried, return code 8) unless
      *                          GLACCT maps the write-off expense
      *                          and suspense clearing accounts
      *                          SR0670 journals them to; the
      *                          trailer now shows the amounts
      *                          carried and written off.
      * 2026-10-15 dastagg       Items are aged in business days
      *                          from the CALENDAR master, with a
      *                          small table of ages already
      *                          worked out by reject date; the
      *                          headings print the aging basis.
      * 2026-10-15 dastagg       The amounts carried and written
      *                          off are converted to base
      *                          currency through EXRATE, as
      *                          SR0670 journals them; items with
      *                          no rate are counted apart and end
      *                          the step with return code 8.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITOFF-Status.

           SELECT GLACCT  ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CATEGORY
               FILE STATUS IS WS-GLACCT-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT EXRATE  ASSIGN TO EXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXRATE-Status.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.
       01  WO-WRITEOFF-RECORD.
           COPY WOFFREC.

       FD  GLACCT.
       01  GA-ACCOUNT-RECORD.
           COPY GLAREC.

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  EXRATE.
       01  XR-RATE-RECORD.
           COPY RATEREC.

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.
       01  WS-WRITOFF-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==WRITOFF==.

       01  WS-GLACCT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLACCT==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-EXRATE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EXRATE==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

           88  WS-WRITEOFF-ON                         VALUE "Y".
           88  WS-WRITEOFF-OFF                        VALUE "N".

       01  WS-WITHHELD-SWITCH             PIC X(01)   VALUE "N".
           88  WS-WITHHELD-YES                        VALUE "Y".
           88  WS-WITHHELD-NO                         VALUE "N".

       01  WS-CALENDAR-SWITCH             PIC X(01)   VALUE "N".
           88  WS-CALENDAR-ON                         VALUE "Y".
           88  WS-CALENDAR-OFF                        VALUE "N".

       01  WS-CAL-EOF-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CAL-EOF-YES                         VALUE "Y".
           88  WS-CAL-EOF-NO                          VALUE "N".

       01  WS-EXRATE-OPEN-SWITCH          PIC X(01)   VALUE "N".
           88  WS-EXRATE-OPEN-YES                     VALUE "Y".
           88  WS-EXRATE-OPEN-NO                      VALUE "N".

       01  WS-RATE-SWITCH                 PIC X(01)   VALUE "N".
           88  WS-RATE-FOUND                          VALUE "Y".
           88  WS-RATE-MISSING                        VALUE "N".

       01  WS-AGE-THRESHOLDS.
           05  WS-ESCALATION-AGE          PIC 9(03)   COMP VALUE 30.
           05  WS-WRITEOFF-AGE            PIC 9(03)   COMP VALUE ZERO.

       01  WS-ITEM-AGE                    PIC S9(05)  COMP VALUE ZERO.

       01  WS-BUSINESS-DAY-WORK.
           05  WS-BD-SERIAL               PIC S9(09)  COMP VALUE ZERO.
           05  WS-BD-WEEKS                PIC S9(05)  COMP VALUE ZERO.
           05  WS-BD-ODD-DAYS             PIC S9(03)  COMP VALUE ZERO.
           05  WS-BD-WEEKEND-DAYS         PIC S9(05)  COMP VALUE ZERO.
           05  WS-BD-QUOTIENT             PIC S9(09)  COMP VALUE ZERO.
           05  WS-BD-WEEKDAY              PIC S9(01)  COMP VALUE ZERO.
               88  WS-BD-WEEKEND-DAY                  VALUE 0 6.

       01  WS-AGE-CACHE-CONTROL.
           05  WS-MAX-CACHE               PIC 9(03)   COMP VALUE 200.
           05  WS-CACHE-COUNT             PIC 9(03)   COMP VALUE ZERO.
           05  WS-CACHE-SUB               PIC 9(03)   COMP VALUE ZERO.
           05  WS-CACHE-HIT               PIC 9(03)   COMP VALUE ZERO.
           05  WS-CACHE-FOUND-SWITCH      PIC X(01)   VALUE "N".
               88  WS-CACHE-FOUND-YES                 VALUE "Y".
               88  WS-CACHE-FOUND-NO                  VALUE "N".

       01  WS-AGE-CACHE-TABLE.
           05  WS-CACHE-ENTRY OCCURS 200 TIMES.
               10  WS-CACHE-REJECT-DATE   PIC X(08).
               10  WS-CACHE-AGE           PIC S9(05)  COMP.

       01  WS-AGING-TOTALS.
           05  WS-RECORDS-CARRIED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-ESCALATED       PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN-OFF     PIC 9(07)   COMP VALUE ZERO.
           05  WS-GROUPS-DROPPED          PIC 9(07)   COMP VALUE ZERO.
           05  WS-ESCALATIONS-DROPPED     PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARRIED-NO-RATE         PIC 9(07)   COMP VALUE ZERO.
           05  WS-WRITTEN-OFF-NO-RATE     PIC 9(07)   COMP VALUE ZERO.

       01  WS-AGING-AMOUNTS.
           05  WS-AMOUNT-CARRIED          PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-AMOUNT-WRITTEN-OFF      PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.

       01  WS-BASE-AMOUNT                 PIC S9(09)V99 COMP-3
                                                      VALUE ZERO.

       01  WS-BUCKET-SUB                  PIC 9(01)   COMP VALUE ZERO.

       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-REASON-NAMES.
           COPY RSNTAB.

       01  WS-DATE-WORK.
           05  WS-DW-DATE                 PIC X(08).
           05  WS-DW-DATE-N REDEFINES WS-DW-DATE.
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-BASIS-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB0-BASIS-TEXT             PIC X(60)   VALUE
               "AGES IN CALENDAR DAYS - CALENDAR MASTER NOT AVAILABLE".
           05  FILLER                     PIC X(72)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(14)   VALUE
       01  WS-GROUP-COLUMN-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(22)   VALUE
               "REASON".
           05  FILLER                     PIC X(12)   VALUE
               "ITEM COUNT".
           05  FILLER                     PIC X(15)   VALUE
               "AMOUNT".
           05  FILLER                     PIC X(78)   VALUE SPACE.

       01  WS-GROUP-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WG-REGION                  PIC X(03).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  WG-REASON                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WG-REASON-NAME             PIC X(14).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WG-ITEM-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WG-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(77)   VALUE SPACE.

       01  WS-ESC-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(22)   VALUE
               "REASON".
           05  FILLER                     PIC X(11)   VALUE
               "REJECTED".
               "AGE".
           05  FILLER                     PIC X(15)   VALUE
               "AMOUNT".
           05  FILLER                     PIC X(59)   VALUE SPACE.

       01  WS-ESC-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WL-REGION                  PIC X(03).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  WL-REASON                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WL-REASON-NAME             PIC X(14).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WL-REJECT-DATE             PIC X(08).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WL-AGE                     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WL-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(61)   VALUE SPACE.

       01  WS-TRAILER-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
               "**WARNING** ESCALATION TABLE FULL, SOME NOT LISTED".
           05  FILLER                     PIC X(72)   VALUE SPACE.

       01  WS-TRAILER-LINE-9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "AMOUNT CARRIED...".
           05  WT9-AMOUNT-CARRIED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-10.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "AMOUNT WRITTEN OFF".
           05  WT10-AMOUNT-WRITTEN-OFF    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-12.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARRIED NO RATE..".
           05  WT12-CARRIED-NO-RATE       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(50)   VALUE
               "**WARNING** NOT IN AMOUNT CARRIED, NO EXRATE RATE".
           05  FILLER                     PIC X(52)   VALUE SPACE.

       01  WS-TRAILER-LINE-13.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WRITE-OFFS NO RATE".
           05  WT13-WRITTEN-OFF-NO-RATE   PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(50)   VALUE
               "**WARNING** NOT IN AMOUNT WRITTEN OFF, NO RATE".
           05  FILLER                     PIC X(52)   VALUE SPACE.

       01  WS-TRAILER-LINE-11.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(60)   VALUE
               "**WARNING** WRITE-OFF WITHHELD, GL ACCOUNTS NOT MAPPED".
           05  FILLER                     PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
           PERFORM 1100-READ-AGE-CARD
               THRU 1100-READ-AGE-CARD-EXIT.

           IF WS-WRITEOFF-ON
               PERFORM 1200-CHECK-WRITEOFF-ACCOUNTS
                   THRU 1200-CHECK-WRITEOFF-ACCOUNTS-EXIT
           END-IF.

           ACCEPT WS-TODAY-DATE           FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE              TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           MOVE WS-DW-SERIAL               TO WS-TODAY-SERIAL.

           PERFORM 1300-OPEN-CALENDAR
               THRU 1300-OPEN-CALENDAR-EXIT.

           PERFORM 1400-OPEN-EXRATE
               THRU 1400-OPEN-EXRATE-EXIT.

           OPEN OUTPUT SUSPNEW.

           IF NOT WS-SUSPNEW-Good
       1100-READ-AGE-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1200-CHECK-WRITEOFF-ACCOUNTS - a write-off must be able
      *                                 to reach the ledger; with
      *                                 either account unmapped
      *                                 nothing is written off
      ***********************************************************
       1200-CHECK-WRITEOFF-ACCOUNTS.
           OPEN INPUT GLACCT.

           IF NOT WS-GLACCT-Good
               IF NOT WS-GLACCT-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLACCT
                       THRU 9800-LOG-ERROR-GLACCT-EXIT
               END-IF
               DISPLAY "SR0700 - UNABLE TO OPEN GLACCT, STATUS = "
                       WS-GLACCT-Status " - WRITE-OFF WITHHELD"
               SET WS-WITHHELD-YES        TO TRUE
               SET WS-WRITEOFF-OFF        TO TRUE
               GO TO 1200-CHECK-WRITEOFF-ACCOUNTS-EXIT
           END-IF.

           SET GA-KEY-WRITEOFF-EXPENSE    TO TRUE.
           PERFORM 1210-CHECK-ONE-ACCOUNT
               THRU 1210-CHECK-ONE-ACCOUNT-EXIT.

           SET GA-KEY-SUSPENSE-CLEARING   TO TRUE.
           PERFORM 1210-CHECK-ONE-ACCOUNT
               THRU 1210-CHECK-ONE-ACCOUNT-EXIT.

           CLOSE GLACCT.

           IF WS-WITHHELD-YES
               SET WS-WRITEOFF-OFF        TO TRUE
           END-IF.

       1200-CHECK-WRITEOFF-ACCOUNTS-EXIT.
           EXIT.

      ***********************************************************
      * 1210-CHECK-ONE-ACCOUNT - the reserved key staged in
      *                           GA-CATEGORY must map to an
      *                           account
      ***********************************************************
       1210-CHECK-ONE-ACCOUNT.
           READ GLACCT.

           IF WS-GLACCT-Good AND GA-ACCOUNT > ZERO
               GO TO 1210-CHECK-ONE-ACCOUNT-EXIT
           END-IF.

           IF NOT WS-GLACCT-Good AND NOT WS-GLACCT-Not-Found
               PERFORM 9800-LOG-ERROR-GLACCT
                   THRU 9800-LOG-ERROR-GLACCT-EXIT
           END-IF.

           DISPLAY "SR0700 - NO LEDGER ACCOUNT MAPPED FOR "
                   GA-CATEGORY " - WRITE-OFF WITHHELD".
           SET WS-WITHHELD-YES            TO TRUE.

       1210-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      ***********************************************************
      * 1300-OPEN-CALENDAR - business days come from the CALENDAR
      *                       master; without it the items age in
      *                       calendar days as they always have
      ***********************************************************
       1300-OPEN-CALENDAR.
           OPEN INPUT CALENDAR.

           IF NOT WS-CALENDAR-Good
               IF NOT WS-CALENDAR-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               DISPLAY "SR0700 - CALENDAR NOT AVAILABLE, AGING IN "
                       "CALENDAR DAYS"
               GO TO 1300-OPEN-CALENDAR-EXIT
           END-IF.

           SET WS-CALENDAR-ON             TO TRUE.
           MOVE "AGES IN BUSINESS DAYS PER CALENDAR MASTER"
                                          TO WB0-BASIS-TEXT.

       1300-OPEN-CALENDAR-EXIT.
           EXIT.

      ***********************************************************
      * 1400-OPEN-EXRATE - rates convert the amounts carried and
      *                     written off to base currency; without
      *                     the master only base-currency items
      *                     can be counted in them
      ***********************************************************
       1400-OPEN-EXRATE.
           OPEN INPUT EXRATE.

           IF NOT WS-EXRATE-Good
               IF NOT WS-EXRATE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-EXRATE
                       THRU 9800-LOG-ERROR-EXRATE-EXIT
               END-IF
               DISPLAY "SR0700 - EXRATE NOT AVAILABLE, STATUS = "
                       WS-EXRATE-Status " - NON-BASE CURRENCIES "
                       "LEFT OUT OF THE AMOUNTS"
               GO TO 1400-OPEN-EXRATE-EXIT
           END-IF.

           SET WS-EXRATE-OPEN-YES         TO TRUE.

       1400-OPEN-EXRATE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-SUSPENSE - age one suspense item, roll it
      *                          into the buckets and subtotals,

      ***********************************************************
      * 2200-COMPUTE-ITEM-AGE - days between the reject date and
      *                          today, in business days when the
      *                          calendar is open; an unusable
      *                          reject date ages as zero so the
      *                          item rides in the newest bucket
      *                          rather than being written off on
      *                          bad data
      ***********************************************************
       2200-COMPUTE-ITEM-AGE.
           MOVE ZERO                      TO WS-ITEM-AGE.
               MOVE ZERO                  TO WS-ITEM-AGE
           END-IF.

           IF WS-CALENDAR-OFF OR WS-ITEM-AGE = ZERO
               GO TO 2200-COMPUTE-ITEM-AGE-EXIT
           END-IF.

           SET WS-CACHE-FOUND-NO          TO TRUE.
           MOVE ZERO                      TO WS-CACHE-HIT.

           IF WS-CACHE-COUNT > ZERO
               PERFORM 2210-TEST-ONE-CACHED-AGE
                   THRU 2210-TEST-ONE-CACHED-AGE-EXIT
                   VARYING WS-CACHE-SUB FROM 1 BY 1
                   UNTIL WS-CACHE-FOUND-YES
                      OR WS-CACHE-SUB > WS-CACHE-COUNT
           END-IF.

           IF WS-CACHE-FOUND-YES
               MOVE WS-CACHE-AGE (WS-CACHE-HIT) TO WS-ITEM-AGE
               GO TO 2200-COMPUTE-ITEM-AGE-EXIT
           END-IF.

           PERFORM 2250-COUNT-BUSINESS-DAYS
               THRU 2250-COUNT-BUSINESS-DAYS-EXIT.

           IF WS-CACHE-COUNT < WS-MAX-CACHE
               ADD 1                      TO WS-CACHE-COUNT
               MOVE SU-REJECT-DATE   TO WS-CACHE-REJECT-DATE
                                        (WS-CACHE-COUNT)
               MOVE WS-ITEM-AGE      TO WS-CACHE-AGE (WS-CACHE-COUNT)
           END-IF.

       2200-COMPUTE-ITEM-AGE-EXIT.
           EXIT.

      ***********************************************************
      * 2210-TEST-ONE-CACHED-AGE - compare one remembered reject
      *                             date to the current item's
      ***********************************************************
       2210-TEST-ONE-CACHED-AGE.
           IF WS-CACHE-REJECT-DATE (WS-CACHE-SUB) = SU-REJECT-DATE
               SET WS-CACHE-FOUND-YES     TO TRUE
               MOVE WS-CACHE-SUB          TO WS-CACHE-HIT
           END-IF.

       2210-TEST-ONE-CACHED-AGE-EXIT.
           EXIT.

      ***********************************************************
      * 2250-COUNT-BUSINESS-DAYS - turn the calendar-day age in
      *                             WS-ITEM-AGE into business days
      *                             after the reject date through
      *                             today: take off the Saturdays
      *                             and Sundays, then let each
      *                             CALENDAR row in the span
      *                             override the weekday rule
      ***********************************************************
       2250-COUNT-BUSINESS-DAYS.
           DIVIDE WS-ITEM-AGE BY 7
               GIVING WS-BD-WEEKS REMAINDER WS-BD-ODD-DAYS.

           COMPUTE WS-BD-WEEKEND-DAYS = WS-BD-WEEKS * 2.

           IF WS-BD-ODD-DAYS > ZERO
               COMPUTE WS-BD-SERIAL =
                   WS-TODAY-SERIAL - WS-BD-ODD-DAYS + 1
               PERFORM 2260-TEST-ONE-ODD-DAY
                   THRU 2260-TEST-ONE-ODD-DAY-EXIT
                   VARYING WS-BD-SERIAL FROM WS-BD-SERIAL BY 1
                   UNTIL WS-BD-SERIAL > WS-TODAY-SERIAL
           END-IF.

           SUBTRACT WS-BD-WEEKEND-DAYS    FROM WS-ITEM-AGE.

           MOVE SU-REJECT-DATE             TO CA-CAL-DATE.
           SET WS-CAL-EOF-NO              TO TRUE.

           START CALENDAR KEY IS GREATER THAN CA-CAL-DATE.

           IF WS-CALENDAR-Good
               PERFORM 2270-APPLY-ONE-CALENDAR-ROW
                   THRU 2270-APPLY-ONE-CALENDAR-ROW-EXIT
                   UNTIL WS-CAL-EOF-YES
           ELSE
               IF NOT WS-CALENDAR-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
           END-IF.

           IF WS-ITEM-AGE < ZERO
               MOVE ZERO                  TO WS-ITEM-AGE
           END-IF.

       2250-COUNT-BUSINESS-DAYS-EXIT.
           EXIT.

      ***********************************************************
      * 2260-TEST-ONE-ODD-DAY - count one day past the last whole
      *                          week if it falls on a weekend
      ***********************************************************
       2260-TEST-ONE-ODD-DAY.
           DIVIDE WS-BD-SERIAL BY 7
               GIVING WS-BD-QUOTIENT REMAINDER WS-BD-WEEKDAY.

           IF WS-BD-WEEKEND-DAY
               ADD 1                      TO WS-BD-WEEKEND-DAYS
           END-IF.

       2260-TEST-ONE-ODD-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 2270-APPLY-ONE-CALENDAR-ROW - a holiday or weekend row on
      *                                a weekday takes a day off
      *                                the age; a business-day row
      *                                on a weekend adds one back
      ***********************************************************
       2270-APPLY-ONE-CALENDAR-ROW.
           READ CALENDAR NEXT RECORD.

           IF NOT WS-CALENDAR-Good
               IF NOT WS-CALENDAR-EOF
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               SET WS-CAL-EOF-YES         TO TRUE
               GO TO 2270-APPLY-ONE-CALENDAR-ROW-EXIT
           END-IF.

           IF CA-CAL-DATE > WS-TODAY-DATE
               SET WS-CAL-EOF-YES         TO TRUE
               GO TO 2270-APPLY-ONE-CALENDAR-ROW-EXIT
           END-IF.

           MOVE CA-CAL-DATE                TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.
           DIVIDE WS-DW-SERIAL BY 7
               GIVING WS-BD-QUOTIENT REMAINDER WS-BD-WEEKDAY.

           IF CA-NON-BUSINESS-DAY AND NOT WS-BD-WEEKEND-DAY
               SUBTRACT 1                 FROM WS-ITEM-AGE
           END-IF.

           IF CA-BUSINESS-DAY AND WS-BD-WEEKEND-DAY
               ADD 1                      TO WS-ITEM-AGE
           END-IF.

       2270-APPLY-ONE-CALENDAR-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 2300-ROLL-REGION-REASON - find or create the region/
      *                            reject-reason subtotal entry

           IF WS-WRITOFF-Good
               ADD 1                      TO WS-RECORDS-WRITTEN-OFF
               PERFORM 2700-CONVERT-AMOUNT
                   THRU 2700-CONVERT-AMOUNT-EXIT
               IF WS-RATE-FOUND
                   ADD WS-BASE-AMOUNT     TO WS-AMOUNT-WRITTEN-OFF
               ELSE
                   ADD 1                  TO WS-WRITTEN-OFF-NO-RATE
               END-IF
           ELSE
               PERFORM 9800-LOG-ERROR-WRITOFF
                   THRU 9800-LOG-ERROR-WRITOFF-EXIT

           IF WS-SUSPNEW-Good
               ADD 1                      TO WS-RECORDS-CARRIED
               PERFORM 2700-CONVERT-AMOUNT
                   THRU 2700-CONVERT-AMOUNT-EXIT
               IF WS-RATE-FOUND
                   ADD WS-BASE-AMOUNT     TO WS-AMOUNT-CARRIED
               ELSE
                   ADD 1                  TO WS-CARRIED-NO-RATE
               END-IF
           ELSE
               PERFORM 9800-LOG-ERROR-SUSPNEW
                   THRU 9800-LOG-ERROR-SUSPNEW-EXIT
       2600-TABLE-ESCALATION-EXIT.
           EXIT.

      ***********************************************************
      * 2700-CONVERT-AMOUNT - the item's TR-AMOUNT in base currency
      *                        through the EXRATE master at the
      *                        rate for its transaction date, the
      *                        same lookup SR0670 journals with.
      *                        WS-RATE-MISSING when a local
      *                        currency has no rate on file or
      *                        there is no rate master.
      ***********************************************************
       2700-CONVERT-AMOUNT.
           MOVE TR-AMOUNT                  TO WS-BASE-AMOUNT.
           SET WS-RATE-FOUND              TO TRUE.

           IF TR-CURRENCY-BASE
               GO TO 2700-CONVERT-AMOUNT-EXIT
           END-IF.

           SET WS-RATE-MISSING            TO TRUE.

           IF WS-EXRATE-OPEN-NO
               GO TO 2700-CONVERT-AMOUNT-EXIT
           END-IF.

           MOVE TR-CURRENCY-CODE           TO XR-CURRENCY-CODE.
           MOVE TR-TRAN-DATE               TO XR-RATE-DATE.
           READ EXRATE.

           IF WS-EXRATE-Good
               COMPUTE WS-BASE-AMOUNT ROUNDED = TR-AMOUNT * XR-RATE
               SET WS-RATE-FOUND          TO TRUE
               GO TO 2700-CONVERT-AMOUNT-EXIT
           END-IF.

           IF NOT WS-EXRATE-Not-Found AND NOT WS-EXRATE-Invalid-Key
               PERFORM 9800-LOG-ERROR-EXRATE
                   THRU 9800-LOG-ERROR-EXRATE-EXIT
           END-IF.

       2700-CONVERT-AMOUNT-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the aging summary, the region/
      *                  reason subtotals, the escalation page,
           MOVE WS-RECORDS-WRITTEN-OFF     TO WT4-RECORDS-WRITTEN-OFF.
           MOVE WS-ESCALATION-AGE          TO WT5-ESCALATION-AGE.
           MOVE WS-WRITEOFF-AGE            TO WT6-WRITEOFF-AGE.
           MOVE WS-AMOUNT-CARRIED          TO WT9-AMOUNT-CARRIED.
           MOVE WS-AMOUNT-WRITTEN-OFF      TO WT10-AMOUNT-WRITTEN-OFF.
           MOVE WS-CARRIED-NO-RATE         TO WT12-CARRIED-NO-RATE.
           MOVE WS-WRITTEN-OFF-NO-RATE     TO WT13-WRITTEN-OFF-NO-RATE.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-9
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-10
               AFTER ADVANCING 1 LINE.

           IF WS-CARRIED-NO-RATE > ZERO
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-12
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-WRITTEN-OFF-NO-RATE > ZERO
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-13
                   AFTER ADVANCING 1 LINE
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.

                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-WITHHELD-YES
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-11
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 8
                   MOVE 8                 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-CARRIED-NO-RATE > ZERO OR
              WS-WRITTEN-OFF-NO-RATE > ZERO
               DISPLAY "SR0700 - " WS-CARRIED-NO-RATE
                       " CARRIED AND " WS-WRITTEN-OFF-NO-RATE
                       " WRITTEN-OFF ITEMS HAVE NO EXCHANGE RATE"
               IF RETURN-CODE < 8
                   MOVE 8                 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE SUSPFILE.
           CLOSE SUSPNEW.
           CLOSE RPTOUT.
               CLOSE WRITOFF
           END-IF.

           IF WS-CALENDAR-ON
               CLOSE CALENDAR
           END-IF.

           IF WS-EXRATE-OPEN-YES
               CLOSE EXRATE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.


           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-BASIS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.


           MOVE WS-GROUP-REGION (WS-GROUP-SUB)     TO WG-REGION.
           MOVE WS-GROUP-REASON (WS-GROUP-SUB)     TO WG-REASON.
           MOVE WS-GROUP-REASON (WS-GROUP-SUB)     TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME                     TO WG-REASON-NAME.
           MOVE WS-GROUP-ITEM-COUNT (WS-GROUP-SUB) TO WG-ITEM-COUNT.
           MOVE WS-GROUP-AMOUNT (WS-GROUP-SUB)     TO WG-AMOUNT.


           WRITE WS-PRINT-RECORD          FROM WS-ESC-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-BASIS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-ESC-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.

           MOVE WS-ESC-TRAN-KEY (WS-ESC-SUB)     TO WL-TRAN-KEY.
           MOVE WS-ESC-REGION (WS-ESC-SUB)       TO WL-REGION.
           MOVE WS-ESC-REASON (WS-ESC-SUB)       TO WL-REASON.
           MOVE WS-ESC-REASON (WS-ESC-SUB)       TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME                   TO WL-REASON-NAME.
           MOVE WS-ESC-REJECT-DATE (WS-ESC-SUB)  TO WL-REJECT-DATE.
           MOVE WS-ESC-AGE (WS-ESC-SUB)          TO WL-AGE.
           MOVE WS-ESC-AMOUNT (WS-ESC-SUB)       TO WL-AMOUNT.
       8000-DATE-TO-SERIAL-EXIT.
           EXIT.

      ***********************************************************
      * 8100-GET-REASON-NAME - resolve the reject reason staged
      *                         in RN-TARGET-CODE to its printed
      *                         name from the RSNTAB table
      ***********************************************************
       8100-GET-REASON-NAME.
           SET RN-FOUND-NO                TO TRUE.
           MOVE "UNKNOWN REASON"          TO RN-RESULT-NAME.

           PERFORM 8110-TEST-ONE-REASON
               THRU 8110-TEST-ONE-REASON-EXIT
               VARYING RN-SUB FROM 1 BY 1
               UNTIL RN-FOUND-YES OR RN-SUB > RN-MAX-REASONS.

       8100-GET-REASON-NAME-EXIT.
           EXIT.

      ***********************************************************
      * 8110-TEST-ONE-REASON - compare one table entry to the
      *                         staged reason code
      ***********************************************************
       8110-TEST-ONE-REASON.
           IF RN-CODE (RN-SUB) = RN-TARGET-CODE
               SET RN-FOUND-YES           TO TRUE
               MOVE RN-NAME (RN-SUB)      TO RN-RESULT-NAME
           END-IF.

       8110-TEST-ONE-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPNEW==.

           COPY ERRLOG REPLACING ==:tag:== BY ==WRITOFF==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLACCT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.

           COPY ERRLOG REPLACING ==:tag:== BY ==EXRATE==.
