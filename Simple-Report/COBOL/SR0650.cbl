      *              return code 16 so the bad batch is never
      *              released downstream.
      *
      *              Every batch built is also logged to the
      *              GLBATCH master with its header date/time and
      *              trailer totals, so SR0660 can reconcile the
      *              ledger's confirmation against what was sent.
      *
      * Typical Use: Run as a batch step after SR0100, with
      *              GLCARD DD * supplying the clearing account
      *              (eight digits, columns 1-8) the batch
      * 2026-09-02 dastagg       Created so finance stops
      *                          rekeying the category summary
      *                          into the ledger by hand.
      * 2026-10-15 dastagg       Each batch is now logged to the
      *                          GLBATCH master for the ledger
      *                          confirmation reconciliation; a
      *                          rerun marks the day's earlier
      *                          unconfirmed batch superseded.
      * 2026-10-15 dastagg       Only SIMPLRPT batches are
      *                          superseded on a rerun; SR0670's
      *                          suspense batches share the log.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GA-CATEGORY
               FILE STATUS IS WS-GLACCT-Status.

           SELECT GLBATCH ASSIGN TO GLBATCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BATCH-KEY
               FILE STATUS IS WS-GLBATCH-Status.

           SELECT GLCARD  ASSIGN TO GLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCARD-Status.
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
       01  GA-ACCOUNT-RECORD.
           COPY GLAREC.

       FD  GLBATCH.
       01  GB-BATCH-RECORD.
           COPY GLBREC.

       FD  GLCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GC-GL-CARD.
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
       01  WS-GLACCT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLACCT==.

       01  WS-GLBATCH-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLBATCH==.

       01  WS-GLCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLCARD==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-CTLFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0650".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
           05  WS-GLACCT-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GLACCT-OPEN-YES                 VALUE "Y".
               88  WS-GLACCT-OPEN-NO                  VALUE "N".
           05  WS-GLBATCH-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-GLBATCH-OPEN-YES                VALUE "Y".
               88  WS-GLBATCH-OPEN-NO                 VALUE "N".
           05  WS-SCAN-SWITCH             PIC X(01)   VALUE "N".
               88  WS-SCAN-DONE                       VALUE "Y".
               88  WS-SCAN-MORE                       VALUE "N".

       01  WS-BATCH-ERROR-SWITCH          PIC X(01)   VALUE "N".
           88  WS-BATCH-ERROR-YES                     VALUE "Y".

       01  WS-CLEARING-ACCOUNT            PIC 9(08)   VALUE ZERO.

       01  WS-BATCH-ID.
           05  WS-BATCH-DATE              PIC X(08)   VALUE SPACES.
           05  WS-BATCH-TIME              PIC X(06)   VALUE SPACES.
           05  WS-BATCHES-SUPERSEDED      PIC 9(03)   COMP VALUE ZERO.

       01  WS-LOOKUP-RESOLVE.
           05  WS-LK-TARGET-CODE          PIC X(05)   VALUE SPACES.
           05  WS-LK-TARGET-DATE          PIC X(08)   VALUE SPACES.
           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      *                    prime the read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O GLBATCH.

           IF WS-GLBATCH-Good
               SET WS-GLBATCH-OPEN-YES    TO TRUE
           ELSE
               IF NOT WS-GLBATCH-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               DISPLAY "SR0650 - UNABLE TO OPEN GLBATCH, STATUS = "
                       WS-GLBATCH-Status " - BATCH NOT BUILT"
               SET WS-GLBATCH-OPEN-NO     TO TRUE
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT GLJRNL.

           IF NOT WS-GLJRNL-Good
           ACCEPT GJ-BATCH-DATE           FROM DATE YYYYMMDD.
           ACCEPT GJ-BATCH-TIME           FROM TIME.
           MOVE "SIMPLRPT"                 TO GJ-SOURCE-SYSTEM.
           MOVE GJ-BATCH-DATE              TO WS-BATCH-DATE.
           MOVE GJ-BATCH-TIME              TO WS-BATCH-TIME.

           WRITE GJ-JOURNAL-RECORD.


      ***********************************************************
      * 3000-FINALIZE - close the batch with its hash-total
      *                  trailer, prove it balances, record the
      *                  run, and close the files
      ***********************************************************
       3000-FINALIZE.
           IF WS-GLJRNL-Good
                       "RELEASED TO THE LEDGER"
           END-IF.

           IF WS-GLBATCH-OPEN-YES AND WS-BATCH-DATE NOT = SPACES
               PERFORM 3200-LOG-BATCH
                   THRU 3200-LOG-BATCH-EXIT
           END-IF.

           CLOSE TRANFILE.
           CLOSE GLJRNL.

           IF WS-BATCH-ERROR-YES
               MOVE 16                    TO RETURN-CODE
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           CLOSE AUDITLOG.

           IF WS-LOOKUP-OPEN-YES
               CLOSE GLACCT
           END-IF.

           IF WS-GLBATCH-OPEN-YES
               CLOSE GLBATCH
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append this run to the RUNHIST
      *                            log.  The business date is the
      *                            one the SR0050 gate stamped on
      *                            the control row; a run with no
      *                            gate stamp is logged under the
      *                            date it started.
      *                            Rejected counts the records
      *                            with no ledger account,
      *                            printed the records journaled.
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
           MOVE WS-RECORDS-UNMAPPED        TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-JOURNALED       TO RH-RECORDS-PRINTED.
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
      * 3100-WRITE-BATCH-TRAILER - line count, debit/credit
      *                             totals, and the account hash
       3100-WRITE-BATCH-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 3200-LOG-BATCH - record the batch on the GLBATCH log as
      *                   sent (or in error, never to be
      *                   released), after marking any earlier
      *                   unconfirmed batch of the same day
      *                   superseded - GLJRNL is rebuilt on a
      *                   rerun, so only this batch can reach
      *                   the ledger
      ***********************************************************
       3200-LOG-BATCH.
           MOVE WS-BATCH-DATE              TO GB-BATCH-DATE.
           MOVE LOW-VALUES                 TO GB-BATCH-TIME.

           START GLBATCH KEY >= GB-BATCH-KEY.

           IF WS-GLBATCH-Good
               SET WS-SCAN-MORE           TO TRUE
               PERFORM 3210-SUPERSEDE-ONE-BATCH
                   THRU 3210-SUPERSEDE-ONE-BATCH-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF.

           IF WS-BATCHES-SUPERSEDED > ZERO
               DISPLAY "SR0650 - EARLIER BATCHES SUPERSEDED.. "
                       WS-BATCHES-SUPERSEDED
           END-IF.

           MOVE SPACES                     TO GB-BATCH-RECORD.
           MOVE WS-BATCH-DATE              TO GB-BATCH-DATE.
           MOVE WS-BATCH-TIME              TO GB-BATCH-TIME.
           MOVE "SIMPLRPT"                 TO GB-SOURCE-SYSTEM.
           MOVE WS-JOURNAL-LINES           TO GB-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL             TO GB-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL            TO GB-CREDIT-TOTAL.
           MOVE WS-HASH-TOTAL              TO GB-HASH-TOTAL.
           MOVE WS-RECORDS-JOURNALED       TO GB-RECORDS-JOURNALED.
           MOVE ZERO                       TO GB-LINES-ACCEPTED.
           MOVE ZERO                       TO GB-LINES-REJECTED.
           MOVE ZERO                       TO GB-POSTED-DEBIT.
           MOVE ZERO                       TO GB-POSTED-CREDIT.

           IF WS-BATCH-ERROR-YES
               SET GB-STATUS-IN-ERROR     TO TRUE
           ELSE
               SET GB-STATUS-SENT         TO TRUE
           END-IF.

           WRITE GB-BATCH-RECORD.

           IF NOT WS-GLBATCH-Good
               PERFORM 9800-LOG-ERROR-GLBATCH
                   THRU 9800-LOG-ERROR-GLBATCH-EXIT
               DISPLAY "SR0650 - GLBATCH WRITE FAILED, STATUS = "
                       WS-GLBATCH-Status
                       " - BATCH CANNOT BE RECONCILED"
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       3200-LOG-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 3210-SUPERSEDE-ONE-BATCH - read the next logged batch;
      *                             while it is the same day and
      *                             still unconfirmed, mark it
      *                             superseded (this program's
      *                             batches only)
      ***********************************************************
       3210-SUPERSEDE-ONE-BATCH.
           READ GLBATCH NEXT RECORD.

           IF NOT WS-GLBATCH-Good
               IF NOT WS-GLBATCH-EOF
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               SET WS-SCAN-DONE           TO TRUE
               GO TO 3210-SUPERSEDE-ONE-BATCH-EXIT
           END-IF.

           IF GB-BATCH-DATE NOT = WS-BATCH-DATE
               SET WS-SCAN-DONE           TO TRUE
               GO TO 3210-SUPERSEDE-ONE-BATCH-EXIT
           END-IF.

           IF NOT GB-STATUS-AWAITING
              OR GB-SOURCE-SYSTEM NOT = "SIMPLRPT"
               GO TO 3210-SUPERSEDE-ONE-BATCH-EXIT
           END-IF.

           SET GB-STATUS-SUPERSEDED       TO TRUE.

           REWRITE GB-BATCH-RECORD.

           IF WS-GLBATCH-Good
               ADD 1                      TO WS-BATCHES-SUPERSEDED
           ELSE
               PERFORM 9800-LOG-ERROR-GLBATCH
                   THRU 9800-LOG-ERROR-GLBATCH-EXIT
           END-IF.

       3210-SUPERSEDE-ONE-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program

           COPY ERRLOG REPLACING ==:tag:== BY ==GLACCT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLBATCH==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLJRNL==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
