      *                          date, so a rerun over an old
      *                          extract buckets spend the way
      *                          it was bucketed at the time.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-PROGRAM-NAME
               FILE STATUS IS WS-CTLFILE-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  CTLFILE.
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==TRANFILE==.
           88  WS-LOOKUP-AVAILABLE-YES                VALUE "Y".
           88  WS-LOOKUP-AVAILABLE-NO                 VALUE "N".

       01  WS-CTLFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0600".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
      * 1000-INITIALIZE - open files and prime the read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

      ***********************************************************
      * 3000-FINALIZE - print the category subtotals, the
      *                  UNCATEGORIZED bucket, and the grand
      *                  total, close the files, and record the
      *                  run
      ***********************************************************
       3000-FINALIZE.
           PERFORM 3200-PRINT-HEADINGS

           CLOSE TRANFILE.
           CLOSE RPTOUT.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           CLOSE AUDITLOG.

           IF WS-LOOKUP-AVAILABLE-YES
       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append this run to the RUNHIST
      *                            log.  The business date is the
      *                            one the SR0050 gate stamped on
      *                            the control row; a run with no
      *                            gate stamp is logged under the
      *                            date it started.
      *                            Printed counts the
      *                            transactions in the grand
      *                            total; nothing is rejected.
      ***********************************************************
       3080-RECORD-RUN-HISTORY.
           MOVE WS-PROGRAM-NAME            TO RH-PROGRAM-NAME.
           MOVE WS-PROGRAM-NAME            TO RH-JOB-PROGRAM.
           MOVE RH-START-DATE              TO RH-BUSINESS-DATE.

           OPEN INPUT CTLFILE.

           IF WS-CTLFILE-Good
               MOVE WS-PROGRAM-NAME        TO CTL-PROGRAM-NAME
               READ CTLFILE
               IF WS-CTLFILE-Good AND CTL-GATE-DATE NOT = SPACES
                   MOVE CTL-GATE-DATE      TO RH-BUSINESS-DATE
               END-IF
               CLOSE CTLFILE
           ELSE
               IF NOT WS-CTLFILE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CTLFILE
                       THRU 9800-LOG-ERROR-CTLFILE-EXIT
               END-IF
           END-IF.

           MOVE WS-RECORDS-READ            TO RH-RECORDS-READ.
           MOVE ZERO                       TO RH-RECORDS-REJECTED.
           MOVE WS-GRAND-COUNT             TO RH-RECORDS-PRINTED.
           MOVE WS-TRANFILE-Status         TO RH-FINAL-STATUS.
           MOVE RETURN-CODE                TO RH-RETURN-CODE.
           SET RH-FRESH-RUN                TO TRUE.

           IF RETURN-CODE < 16
               SET RH-RUN-COMPLETE-YES     TO TRUE
           ELSE
               SET RH-RUN-COMPLETE-NO      TO TRUE
           END-IF.

           PERFORM 9700-WRITE-RUN-HISTORY
               THRU 9700-WRITE-RUN-HISTORY-EXIT.

       3080-RECORD-RUN-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 3100-PRINT-ONE-CATEGORY - one subtotal line per category
      ***********************************************************
       3200-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==TRANFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==LOOKUP==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
