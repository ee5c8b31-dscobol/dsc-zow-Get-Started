      ***********************************************************
      * Copybook name: FISCLOAD
      * Original author: David Stagowski
      *
      * Description: Shared paragraphs that load and search the
      *              fiscal period table (see FISCTAB).  8200
      *              browses the CALENDAR master once and tables
      *              a period for each period-end row; 8300 finds
      *              the period holding a date and 8400 finds a
      *              period by its YYYYPP.  With no calendar, or
      *              no period ends on it, the table is left
      *              unloaded and every search returns
      *              FT-FOUND-NO.
      *
      * Requires the including program to also define, in
      * WORKING-STORAGE:
      *    WS-FISCAL-PERIODS   (COPY FISCTAB)
      *    WS-CALENDAR-FILE-STATUS
      *                        (COPY WSFST REPLACING ==:tag:==
      *                         BY ==CALENDAR==)
      *    WS-PROGRAM-NAME     (the name shown on its messages)
      * and, in the FILE SECTION, the indexed CALENDAR file (COPY
      * CALREC) opened in DYNAMIC access on CA-CAL-DATE, plus the
      * AUDITLOG file and COPY ERRLOG for CALENDAR that
      * 9800-LOG-ERROR-CALENDAR needs.
      *
      * Typical Use: Within the Procedure Division:
      *
      *     COPY FISCLOAD.
      *
      *              then, once at start-up:
      *
      *     PERFORM 8200-LOAD-FISCAL-TABLE
      *         THRU 8200-LOAD-FISCAL-TABLE-EXIT.
      *
      *              and, to place a date, move it to
      *              FT-TARGET-DATE and:
      *
      *     PERFORM 8300-FIND-FISCAL-PERIOD
      *         THRU 8300-FIND-FISCAL-PERIOD-EXIT.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the period close and
      *                          the period reports share one
      *                          copy of the fiscal calendar
      *                          paragraphs.
      *
      **********************************************************
      ***********************************************************
      * 8200-LOAD-FISCAL-TABLE - browse the CALENDAR master once
      *                           and table its fiscal periods,
      *                           one entry per period-end row;
      *                           with no calendar or no period
      *                           ends the table stays unloaded
      ***********************************************************
       8200-LOAD-FISCAL-TABLE.
           OPEN INPUT CALENDAR.

           IF NOT WS-CALENDAR-Good
               IF NOT WS-CALENDAR-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               DISPLAY WS-PROGRAM-NAME " - CALENDAR NOT AVAILABLE, "
                       "STATUS = " WS-CALENDAR-Status
               GO TO 8200-LOAD-FISCAL-TABLE-EXIT
           END-IF.

           MOVE LOW-VALUES                 TO CA-CAL-DATE.
           SET FT-LOAD-EOF-NO             TO TRUE.

           START CALENDAR KEY IS NOT LESS THAN CA-CAL-DATE.

           IF WS-CALENDAR-Good
               PERFORM 8210-LOAD-ONE-ROW
                   THRU 8210-LOAD-ONE-ROW-EXIT
                   UNTIL FT-LOAD-EOF-YES
           ELSE
               IF NOT WS-CALENDAR-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
           END-IF.

           CLOSE CALENDAR.

           IF FT-PERIOD-COUNT > ZERO
               SET FT-LOADED-YES          TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-NAME " - NO FISCAL PERIOD ENDS ON "
                       "CALENDAR"
           END-IF.

           IF FT-PERIODS-DROPPED > ZERO
               DISPLAY WS-PROGRAM-NAME " - FISCAL PERIOD TABLE FULL, "
                       FT-PERIODS-DROPPED " PERIODS NOT LOADED"
           END-IF.

       8200-LOAD-FISCAL-TABLE-EXIT.
           EXIT.

      ***********************************************************
      * 8210-LOAD-ONE-ROW - the first row opens the calendar; a
      *                      period-end row adds a period running
      *                      from the day after the previous end
      *                      (or the calendar start) through it
      ***********************************************************
       8210-LOAD-ONE-ROW.
           READ CALENDAR NEXT RECORD.

           IF NOT WS-CALENDAR-Good
               IF NOT WS-CALENDAR-EOF
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               SET FT-LOAD-EOF-YES        TO TRUE
               GO TO 8210-LOAD-ONE-ROW-EXIT
           END-IF.

           IF FT-CALENDAR-START = SPACES
               MOVE CA-CAL-DATE            TO FT-CALENDAR-START
           END-IF.

           IF NOT CA-PERIOD-END
               GO TO 8210-LOAD-ONE-ROW-EXIT
           END-IF.

           IF FT-PERIOD-COUNT >= FT-MAX-PERIODS
               ADD 1                      TO FT-PERIODS-DROPPED
               GO TO 8210-LOAD-ONE-ROW-EXIT
           END-IF.

           IF FT-PERIOD-COUNT = ZERO
               MOVE FT-CALENDAR-START      TO FT-DATE-WORK
           ELSE
               MOVE FT-END-DATE (FT-PERIOD-COUNT) TO FT-DATE-WORK
               PERFORM 8220-NEXT-DAY
                   THRU 8220-NEXT-DAY-EXIT
           END-IF.

           ADD 1                          TO FT-PERIOD-COUNT.
           MOVE CA-FISCAL-KEY    TO FT-FISCAL-KEY (FT-PERIOD-COUNT).
           MOVE FT-DATE-WORK     TO FT-START-DATE (FT-PERIOD-COUNT).
           MOVE CA-CAL-DATE      TO FT-END-DATE (FT-PERIOD-COUNT).
           MOVE CA-YEAR-END-FLAG TO FT-YEAR-END-FLAG
                                    (FT-PERIOD-COUNT).

       8210-LOAD-ONE-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 8220-NEXT-DAY - step the YYYYMMDD date in FT-DATE-WORK on
      *                  one day, across month and year ends
      ***********************************************************
       8220-NEXT-DAY.
           MOVE FT-MONTH-LENGTH (FT-DW-MONTH) TO FT-MONTH-DAYS.

           IF FT-DW-MONTH = 2
               DIVIDE FT-DW-YEAR BY 4
                   GIVING FT-QUOTIENT REMAINDER FT-REM4
               DIVIDE FT-DW-YEAR BY 100
                   GIVING FT-QUOTIENT REMAINDER FT-REM100
               DIVIDE FT-DW-YEAR BY 400
                   GIVING FT-QUOTIENT REMAINDER FT-REM400
               IF (FT-REM4 = ZERO AND FT-REM100 NOT = ZERO)
                  OR FT-REM400 = ZERO
                   MOVE 29                TO FT-MONTH-DAYS
               END-IF
           END-IF.

           IF FT-DW-DAY < FT-MONTH-DAYS
               ADD 1                      TO FT-DW-DAY
               GO TO 8220-NEXT-DAY-EXIT
           END-IF.

           MOVE 1                         TO FT-DW-DAY.

           IF FT-DW-MONTH < 12
               ADD 1                      TO FT-DW-MONTH
               GO TO 8220-NEXT-DAY-EXIT
           END-IF.

           MOVE 1                         TO FT-DW-MONTH.
           ADD 1                          TO FT-DW-YEAR.

       8220-NEXT-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 8300-FIND-FISCAL-PERIOD - the fiscal period holding the
      *                            date staged in FT-TARGET-DATE;
      *                            FT-FOUND-NO when the date is
      *                            outside the calendar
      ***********************************************************
       8300-FIND-FISCAL-PERIOD.
           SET FT-FOUND-NO                TO TRUE.
           MOVE SPACES                    TO FT-RESULT-PERIOD.
           MOVE ZERO                      TO FT-HIT.

           IF FT-LOADED-NO
               GO TO 8300-FIND-FISCAL-PERIOD-EXIT
           END-IF.

           PERFORM 8310-TEST-ONE-PERIOD
               THRU 8310-TEST-ONE-PERIOD-EXIT
               VARYING FT-SUB FROM 1 BY 1
               UNTIL FT-FOUND-YES OR FT-SUB > FT-PERIOD-COUNT.

       8300-FIND-FISCAL-PERIOD-EXIT.
           EXIT.

      ***********************************************************
      * 8310-TEST-ONE-PERIOD - does this period bracket the date
      ***********************************************************
       8310-TEST-ONE-PERIOD.
           IF FT-TARGET-DATE NOT < FT-START-DATE (FT-SUB) AND
              FT-TARGET-DATE NOT > FT-END-DATE (FT-SUB)
               SET FT-FOUND-YES           TO TRUE
               MOVE FT-FISCAL-KEY (FT-SUB) TO FT-RESULT-PERIOD
               MOVE FT-SUB                TO FT-HIT
           END-IF.

       8310-TEST-ONE-PERIOD-EXIT.
           EXIT.

      ***********************************************************
      * 8400-FIND-PERIOD-KEY - the table entry for the YYYYPP
      *                         staged in FT-TARGET-PERIOD
      ***********************************************************
       8400-FIND-PERIOD-KEY.
           SET FT-FOUND-NO                TO TRUE.
           MOVE SPACES                    TO FT-RESULT-PERIOD.
           MOVE ZERO                      TO FT-HIT.

           IF FT-LOADED-NO
               GO TO 8400-FIND-PERIOD-KEY-EXIT
           END-IF.

           PERFORM 8410-TEST-ONE-KEY
               THRU 8410-TEST-ONE-KEY-EXIT
               VARYING FT-SUB FROM 1 BY 1
               UNTIL FT-FOUND-YES OR FT-SUB > FT-PERIOD-COUNT.

       8400-FIND-PERIOD-KEY-EXIT.
           EXIT.

      ***********************************************************
      * 8410-TEST-ONE-KEY - compare one entry to the staged YYYYPP
      ***********************************************************
       8410-TEST-ONE-KEY.
           IF FT-FISCAL-KEY (FT-SUB) = FT-TARGET-PERIOD
               SET FT-FOUND-YES           TO TRUE
               MOVE FT-FISCAL-KEY (FT-SUB) TO FT-RESULT-PERIOD
               MOVE FT-SUB                TO FT-HIT
           END-IF.

       8410-TEST-ONE-KEY-EXIT.
           EXIT.
