      *              combined SR0510 read still totals it
      *              correctly.
      *
      *              Once the CALENDAR master carries period-end
      *              rows (see CALREC), the close works in fiscal
      *              periods: each summary row's PS-PERIOD is the
      *              fiscal YYYYPP holding the detail's date, and
      *              the card can name the fiscal period to close
      *              through instead of a cutoff date.  Detail
      *              dated outside the calendar cannot be given
      *              a fiscal period, so it is retained and
      *              counted in error.  Without CALENDAR the
      *              close summarizes by calendar month (YYYYMM)
      *              as before.
      *
      * Typical Use: Run as a batch step at period-end, with
      *              RETNCARD DD * supplying either:
      *
      *                 columns  1- 8  retention cutoff date
      *                                (YYYYMMDD) - detail dated
      *                                before it is closed
      *                 columns 10-15  fiscal period (YYYYPP) to
      *                                close through - detail
      *                                dated on or before its
      *                                period-end row is closed;
      *                                used in place of the date
      *                                when given
      *
      *              Closed detail is summarized and archived.  A
      *              blank or missing card means nothing is
      *              closed - HISTNEW carries everything
      *              unchanged.  A fiscal period not on the
      *              calendar closes nothing and ends the step
      *              with return code 8.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      *                          detail reloaded for the next
      *                          close was doubling the PERSUM
      *                          rows.
      * 2026-10-15 dastagg       Closes by fiscal period from the
      *                          CALENDAR master - PS-PERIOD is
      *                          the fiscal YYYYPP and RETNCARD
      *                          can name the period to close
      *                          through.  Calendar months are
      *                          kept when CALENDAR is absent.
      * 2026-10-15 dastagg       The fiscal calendar paragraphs
      *                          now come from the shared
      *                          FISCLOAD copybook.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTNEW-Status.

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.
           RECORD CONTAINS 80 CHARACTERS.
       01  RC-RETENTION-CARD.
           05  RC-RETENTION-DATE          PIC X(08).
           05  FILLER                     PIC X(01).
           05  RC-CLOSE-PERIOD            PIC X(06).
           05  FILLER                     PIC X(65).

       FD  HISTARC
           RECORD CONTAINS 60 CHARACTERS.
           RECORD CONTAINS 60 CHARACTERS.
       01  HN-RETAINED-RECORD             PIC X(60).

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.
       01  WS-HISTNEW-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HISTNEW==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-RETENTION-DATE              PIC X(08)   VALUE SPACES.
       01  WS-CLOSE-PERIOD                PIC X(06)   VALUE SPACES.
       01  WS-SUMMARY-PERIOD              PIC X(06)   VALUE SPACES.

       01  WS-FISCAL-PERIODS.
           COPY FISCTAB.

       01  WS-ARCHIVE-SWITCH              PIC X(01)   VALUE "N".
           88  WS-ARCHIVE-YES                         VALUE "Y".
           05  WS-RECORDS-ARCHIVED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-RETAINED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-IN-ERROR        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-NO-PERIOD       PIC 9(07)   COMP VALUE ZERO.

       PROCEDURE DIVISION.
      ***********************************************************
           PERFORM 1100-READ-RETENTION-CARD
               THRU 1100-READ-RETENTION-CARD-EXIT.

           PERFORM 8200-LOAD-FISCAL-TABLE
               THRU 8200-LOAD-FISCAL-TABLE-EXIT.

           IF FT-LOADED-NO
               DISPLAY "SR0520 - CLOSING BY CALENDAR MONTH"
           END-IF.

           IF WS-CLOSE-PERIOD NOT = SPACES
               PERFORM 1150-RESOLVE-CLOSE-PERIOD
                   THRU 1150-RESOLVE-CLOSE-PERIOD-EXIT
           END-IF.

           OPEN I-O PERSUM.

           IF WS-PERSUM-Good

           IF WS-RETNCARD-Good
               MOVE RC-RETENTION-DATE      TO WS-RETENTION-DATE
               MOVE RC-CLOSE-PERIOD        TO WS-CLOSE-PERIOD
           END-IF.

           CLOSE RETNCARD.

           IF WS-CLOSE-PERIOD NOT = SPACES
               MOVE SPACES                TO WS-RETENTION-DATE
               GO TO 1100-READ-RETENTION-CARD-EXIT
           END-IF.

           IF WS-RETENTION-DATE NOT = SPACES
               IF WS-RETENTION-DATE IS NUMERIC
                   SET WS-ARCHIVE-YES     TO TRUE
       1100-READ-RETENTION-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1150-RESOLVE-CLOSE-PERIOD - a fiscal period on the card
      *                              closes everything through its
      *                              period-end row, so the cutoff
      *                              is the day after that row; a
      *                              period not on the calendar
      *                              closes nothing
      ***********************************************************
       1150-RESOLVE-CLOSE-PERIOD.
           MOVE WS-CLOSE-PERIOD            TO FT-TARGET-PERIOD.
           PERFORM 8400-FIND-PERIOD-KEY
               THRU 8400-FIND-PERIOD-KEY-EXIT.

           IF FT-FOUND-NO
               DISPLAY "SR0520 - FISCAL PERIOD NOT ON CALENDAR, "
                       "NOTHING CLOSED: " WS-CLOSE-PERIOD
               MOVE 8                     TO RETURN-CODE
               GO TO 1150-RESOLVE-CLOSE-PERIOD-EXIT
           END-IF.

           MOVE FT-END-DATE (FT-HIT)       TO FT-DATE-WORK.
           PERFORM 8220-NEXT-DAY
               THRU 8220-NEXT-DAY-EXIT.
           MOVE FT-DATE-WORK               TO WS-RETENTION-DATE.
           SET WS-ARCHIVE-YES             TO TRUE.

       1150-RESOLVE-CLOSE-PERIOD-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-HISTORY - split one detail record on the
      *                         retention date: detail leaving
      *                         close cannot double the summary
      ***********************************************************
       2000-PROCESS-HISTORY.
           IF WS-ARCHIVE-NO OR HI-TRAN-DATE NOT < WS-RETENTION-DATE
               PERFORM 2500-WRITE-RETAINED
                   THRU 2500-WRITE-RETAINED-EXIT
               GO TO 2000-PROCESS-HISTORY-NEXT
           END-IF.

           PERFORM 2150-SET-SUMMARY-PERIOD
               THRU 2150-SET-SUMMARY-PERIOD-EXIT.

           IF WS-SUMMARY-PERIOD = SPACES
               ADD 1                      TO WS-RECORDS-NO-PERIOD
               ADD 1                      TO WS-RECORDS-IN-ERROR
               PERFORM 2500-WRITE-RETAINED
                   THRU 2500-WRITE-RETAINED-EXIT
               GO TO 2000-PROCESS-HISTORY-NEXT
           END-IF.

           PERFORM 2200-SUMMARIZE-RECORD
               THRU 2200-SUMMARIZE-RECORD-EXIT.
           PERFORM 2400-WRITE-ARCHIVE
               THRU 2400-WRITE-ARCHIVE-EXIT.

       2000-PROCESS-HISTORY-NEXT.
           PERFORM 2100-READ-HISTORY
               THRU 2100-READ-HISTORY-EXIT.

       2100-READ-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 2150-SET-SUMMARY-PERIOD - the fiscal period holding the
      *                            detail's date, or its calendar
      *                            month when there is no fiscal
      *                            calendar; spaces when the date
      *                            falls outside the calendar
      ***********************************************************
       2150-SET-SUMMARY-PERIOD.
           IF FT-LOADED-NO
               MOVE HI-TRAN-DATE (1:6)     TO WS-SUMMARY-PERIOD
               GO TO 2150-SET-SUMMARY-PERIOD-EXIT
           END-IF.

           MOVE HI-TRAN-DATE               TO FT-TARGET-DATE.
           PERFORM 8300-FIND-FISCAL-PERIOD
               THRU 8300-FIND-FISCAL-PERIOD-EXIT.
           MOVE FT-RESULT-PERIOD           TO WS-SUMMARY-PERIOD.

           IF FT-FOUND-NO
               DISPLAY "SR0520 - NO FISCAL PERIOD FOR "
                       HI-TRAN-DATE ", RETAINED: " HI-HIST-KEY
           END-IF.

       2150-SET-SUMMARY-PERIOD-EXIT.
           EXIT.

      ***********************************************************
      * 2200-SUMMARIZE-RECORD - write the detail's period/region/
      *                          code summary row, rolling up a
      *                          way SR0500 rolls up history
      ***********************************************************
       2200-SUMMARIZE-RECORD.
           MOVE WS-SUMMARY-PERIOD          TO PS-PERIOD.
           MOVE HI-REGION-CODE             TO PS-REGION-CODE.
           MOVE HI-LOOKUP-CODE             TO PS-LOOKUP-CODE.
           MOVE 1                          TO PS-TRAN-COUNT.
      *                         count and amount to it
      ***********************************************************
       2300-ROLL-UP-SUMMARY.
           MOVE WS-SUMMARY-PERIOD          TO PS-PERIOD.
           MOVE HI-REGION-CODE             TO PS-REGION-CODE.
           MOVE HI-LOOKUP-CODE             TO PS-LOOKUP-CODE.

           DISPLAY "SR0520 - RECORDS IN ERROR.......  "
                   WS-RECORDS-IN-ERROR.

           IF WS-RECORDS-NO-PERIOD > ZERO
               DISPLAY "SR0520 - RETAINED, NO FISCAL PD.  "
                       WS-RECORDS-NO-PERIOD
           END-IF.

           IF WS-ARCHIVE-YES
               DISPLAY "SR0520 - RETENTION CUTOFF DATE..  "
                       WS-RETENTION-DATE
           END-IF.

           IF WS-ARCHIVE-YES AND WS-CLOSE-PERIOD NOT = SPACES
               DISPLAY "SR0520 - CLOSED THROUGH PERIOD..  "
                       WS-CLOSE-PERIOD
           END-IF.

           IF WS-RECORDS-IN-ERROR > ZERO
               MOVE 8                     TO RETURN-CODE
           END-IF.
       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 8200 series - shared fiscal calendar paragraphs
      ***********************************************************
           COPY FISCLOAD.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==HISTARC==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HISTNEW==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.
