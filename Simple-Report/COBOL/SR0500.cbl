      * 2026-09-02 dastagg       The SR0050 gate stamp on the
      *                          control row is cleared when the
      *                          run completes.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log with its
      *                          business date, times, counts and
      *                          rerun outcome.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==TRANFILE==.
       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0500".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
      * 1000-INITIALIZE - open files and prime the read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
                   PERFORM 3060-WRITE-FINAL-CONTROL
                       THRU 3060-WRITE-FINAL-CONTROL-EXIT
               END-IF
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           IF WS-CTLFILE-AVAILABLE-YES
               CLOSE CTLFILE
           END-IF.

       3060-WRITE-FINAL-CONTROL-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append this run to the RUNHIST
      *                            log.  The business date is the
      *                            one the SR0050 gate stamped on
      *                            the control row; a run with no
      *                            gate stamp is logged under the
      *                            date it started.
      ***********************************************************
       3080-RECORD-RUN-HISTORY.
           MOVE WS-PROGRAM-NAME            TO RH-PROGRAM-NAME.
           MOVE WS-PROGRAM-NAME            TO RH-JOB-PROGRAM.
           MOVE RH-START-DATE              TO RH-BUSINESS-DATE.

           IF WS-CTLFILE-AVAILABLE-YES
               MOVE WS-PROGRAM-NAME        TO CTL-PROGRAM-NAME
               READ CTLFILE
               IF WS-CTLFILE-Good AND CTL-GATE-DATE NOT = SPACES
                   MOVE CTL-GATE-DATE      TO RH-BUSINESS-DATE
               END-IF
           END-IF.

           MOVE WS-RECORDS-READ            TO RH-RECORDS-READ.
           MOVE WS-RECORDS-IN-ERROR        TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-POSTED          TO RH-RECORDS-PRINTED.
           MOVE WS-TRANFILE-Status         TO RH-FINAL-STATUS.

           IF WS-RECONCILE-FAILED-YES
               MOVE 16                     TO RH-RETURN-CODE
               SET RH-RUN-COMPLETE-NO      TO TRUE
               SET RH-RERUN-REFUSED        TO TRUE
           ELSE
               MOVE RETURN-CODE            TO RH-RETURN-CODE
               SET RH-FRESH-RUN            TO TRUE
               IF WS-RUN-STARTED-YES
                   SET RH-RUN-COMPLETE-YES TO TRUE
               ELSE
                   SET RH-RUN-COMPLETE-NO  TO TRUE
               END-IF
           END-IF.

           PERFORM 9700-WRITE-RUN-HISTORY
               THRU 9700-WRITE-RUN-HISTORY-EXIT.

       3080-RECORD-RUN-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==HISTORY==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
