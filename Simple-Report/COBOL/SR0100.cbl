      *              counters and amount totals are restored from
      *              the control record.
      *
      *              A valid record whose converted base amount
      *              is over its ceiling on the APLIMIT approval-
      *              limit master is neither printed nor posted;
      *              it is written to HOLDOUT for finance to
      *              approve or decline through SR0350.
      *
      * Typical Use: Run as a batch step, INFILE pointed at the
      *              day's transaction extract and RPTOUT pointed
      *              at SYSOUT.
      *                          TRANOUT carries the converted
      *                          base amount so history posts in
      *                          one currency.
      * 2026-10-15 dastagg       A key/date already posted to
      *                          HISTORY, or already accepted
      *                          earlier in the same run, is
      *                          rejected to suspense with
      *                          reason 06 instead of being
      *                          double-posted.  A resend
      *                          released through SR0300 is let
      *                          through.
      * 2026-10-15 dastagg       Large-value hold queue - a valid
      *                          record whose base amount is over
      *                          its APLIMIT approval ceiling is
      *                          written to HOLDOUT for approval
      *                          through SR0350 instead of being
      *                          accepted, and counted as held on
      *                          the trailer, extract trailer and
      *                          control record.  An item
      *                          released as approved by SR0350
      *                          is not held again.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log with its
      *                          business date, times, counts and
      *                          restart outcome.
      * 2026-10-15 dastagg       INFILE may now concatenate the
      *                          regional feed and the SR0080
      *                          standing-transaction file; each
      *                          HDR/TRL feed in it is proven
      *                          against its own trailer.
      * 2026-10-15 dastagg       The resend-release and approval
      *                          bytes are honoured only inside
      *                          a feed whose header is stamped
      *                          by SR0300 or SR0350; on any
      *                          other record they are cleared
      *                          as it is read.
      * 2026-10-15 dastagg       The already-posted check can no
      *                          longer be skipped silently: a
      *                          HISTORY master that will not
      *                          open stops the run (RC 16), and
      *                          a record whose HISTORY read
      *                          fails, or that arrives once the
      *                          same-run key table (now 20000)
      *                          is full, is rejected with reason
      *                          08 and the run ends RC 8.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXRATE-Status.

           SELECT HISTORY ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-HIST-KEY
               FILE STATUS IS WS-HISTORY-Status.

           SELECT APLIMIT ASSIGN TO APLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LIMIT-KEY
               FILE STATUS IS WS-APLIMIT-Status.

           SELECT PARMFILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-Status.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTROUT-Status.

           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
       01  XR-RATE-RECORD.
           COPY RATEREC.

       FD  HISTORY.
       01  HI-HISTORY-RECORD.
           COPY HISTREC.

       FD  APLIMIT.
       01  LM-LIMIT-RECORD.
           COPY LIMREC.

       FD  PARMFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PM-PARAMETER-RECORD.
           RECORD CONTAINS 100 CHARACTERS.
       01  EX-EXTRACT-RECORD              PIC X(100).

       FD  HOLDOUT
           RECORD CONTAINS 100 CHARACTERS.
       01  HD-HOLD-RECORD.
           COPY HOLDREC.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==INFILE==.
                                                       VALUE ZERO.
           05  WS-SAVE-CURRENCY           PIC X(03)   VALUE SPACES.

       01  WS-HISTORY-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HISTORY==.

       01  WS-HISTORY-AVAILABLE           PIC X(01)   VALUE "N".
           88  WS-HISTORY-AVAILABLE-YES               VALUE "Y".
           88  WS-HISTORY-AVAILABLE-NO                VALUE "N".
           88  WS-HISTORY-AVAILABLE-FAILED            VALUE "F".

       01  WS-SEEN-LIMITS.
           05  WS-MAX-SEEN                PIC 9(05)   COMP VALUE 20000.
           05  WS-SEEN-COUNT              PIC 9(05)   COMP VALUE ZERO.
           05  WS-SEEN-SUB                PIC 9(05)   COMP VALUE ZERO.
           05  WS-SEEN-DROPPED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-HISTORY-READ-FAILED     PIC 9(07)   COMP VALUE ZERO.
           05  WS-SEEN-FOUND-SWITCH       PIC X(01)   VALUE "N".
               88  WS-SEEN-FOUND-YES                  VALUE "Y".
               88  WS-SEEN-FOUND-NO                   VALUE "N".

       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 20000 TIMES.
               10  WS-SEEN-TRAN-KEY       PIC X(10).
               10  WS-SEEN-TRAN-DATE      PIC X(08).

       01  WS-APLIMIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==APLIMIT==.

       01  WS-APLIMIT-AVAILABLE           PIC X(01)   VALUE "N".
           88  WS-APLIMIT-AVAILABLE-YES               VALUE "Y".
           88  WS-APLIMIT-AVAILABLE-NO                VALUE "N".

       01  WS-LIMIT-WORK.
           05  WS-LM-FOUND-SWITCH         PIC X(01)   VALUE "N".
               88  WS-LM-FOUND-YES                    VALUE "Y".
               88  WS-LM-FOUND-NO                     VALUE "N".
           05  WS-LIMIT-TEST-AMOUNT       PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-HOLD-CEILING            PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-HOLD-LIMIT-KEY          PIC X(08)   VALUE SPACES.

       01  WS-PARMFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PARMFILE==.

       01  WS-EXTROUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EXTROUT==.

       01  WS-HOLDOUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDOUT==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-EXTRACT-DETAIL.
           05  FILLER                     PIC X(01)   VALUE "D".
           05  FILLER                     PIC X(01)   VALUE "|".
           05  WX-RECORDS-PRINTED         PIC 9(07).
           05  FILLER                     PIC X(01)   VALUE "|".
           05  WX-NET-AMOUNT              PIC +9(09).99.
           05  FILLER                     PIC X(01)   VALUE "|".
           05  WX-RECORDS-HELD            PIC 9(07).
           05  FILLER                     PIC X(53)   VALUE SPACE.

       01  WS-RUN-PARAMETERS.
           05  WS-START-DATE              PIC X(08)   VALUE LOW-VALUES.
           05  WS-FEED-SENT-COUNT         PIC 9(07)   COMP VALUE ZERO.
           05  WS-FEED-SENT-AMOUNT        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FEED-MISMATCH-SWITCH    PIC X(01)   VALUE "N".
               88  WS-FEED-MATCHED                    VALUE "N".
               88  WS-FEED-COUNT-MISMATCH             VALUE "C".
               88  WS-FEED-AMOUNT-MISMATCH            VALUE "A".
           05  WS-FEED-BODY-COUNT         PIC 9(07)   COMP VALUE ZERO.
           05  WS-FEED-BODY-AMOUNT        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-FEED-SOURCE-SWITCH      PIC X(01)   VALUE "N".
               88  WS-FEED-SOURCE-TRUSTED             VALUE "Y".
               88  WS-FEED-SOURCE-UNTRUSTED           VALUE "N".

       01  WS-RESTART-COUNT               PIC 9(07)   COMP VALUE ZERO.


       01  WS-REJECT-REASON               PIC X(02)   VALUE SPACE.

       01  WS-HOLD-SWITCH                 PIC X(01)   VALUE "N".
           88  WS-HOLD-YES                            VALUE "Y".
           88  WS-HOLD-NO                             VALUE "N".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ            PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-PRINTED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-HELD            PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-UNCHECKED       PIC 9(07)   COMP VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-GROSS-AMOUNT            PIC S9(11)V99 COMP-3
           05  WT9-NET-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-10.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RECORDS HELD.....".
           05  WT10-RECORDS-HELD          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-11.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "NOT DUP-CHECKED..".
           05  WT11-RECORDS-UNCHECKED     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(50)   VALUE
               "**WARNING** REJECTED WITH REASON 08 - RECYCLE".
           05  FILLER                     PIC X(52)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      *                    on file, and prime the read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

               SET WS-EXRATE-AVAILABLE-NO  TO TRUE
           END-IF.

           OPEN INPUT HISTORY.

           IF WS-HISTORY-Good
               SET WS-HISTORY-AVAILABLE-YES TO TRUE
           ELSE
               IF WS-HISTORY-File-Not-Found
                   DISPLAY "SR0100 - HISTORY NOT ON FILE - "
                           "ALREADY-POSTED CHECK COVERS THIS RUN "
                           "ONLY"
                   SET WS-HISTORY-AVAILABLE-NO TO TRUE
               ELSE
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
                   DISPLAY "SR0100 - UNABLE TO OPEN HISTORY, STATUS = "
                           WS-HISTORY-Status " - RUN STOPPED"
                   SET WS-HISTORY-AVAILABLE-FAILED TO TRUE
                   MOVE 16                TO RETURN-CODE
                   SET WS-EOF-YES         TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF.

           OPEN INPUT APLIMIT.

           IF WS-APLIMIT-Good
               SET WS-APLIMIT-AVAILABLE-YES TO TRUE
           ELSE
               IF NOT WS-APLIMIT-File-Not-Found
                   PERFORM 9800-LOG-ERROR-APLIMIT
                       THRU 9800-LOG-ERROR-APLIMIT-EXIT
               END-IF
               DISPLAY "SR0100 - APLIMIT NOT AVAILABLE, STATUS = "
                       WS-APLIMIT-Status " - NO ITEMS WILL BE "
                       "HELD"
               SET WS-APLIMIT-AVAILABLE-NO TO TRUE
           END-IF.

           PERFORM 1100-OPEN-CTLFILE
               THRU 1100-OPEN-CTLFILE-EXIT.


      ***********************************************************
      * 1080-OPEN-DATA-OUTPUTS - open the suspense, accepted-
      *                           extract, finance-extract, and
      *                           large-value hold files.
      *                           Deliberately performed only
      *                           after the reconciliation
      *                           gate has passed, so a refused
      *                           duplicate resubmission leaves
      *                           the previous run's datasets
                       WS-EXTROUT-Status
           END-IF.

           OPEN OUTPUT HOLDOUT.

           IF NOT WS-HOLDOUT-Good
               PERFORM 9800-LOG-ERROR-HOLDOUT
                   THRU 9800-LOG-ERROR-HOLDOUT-EXIT
               DISPLAY "SR0100 - UNABLE TO OPEN HOLDOUT, STATUS = "
                       WS-HOLDOUT-Status
           END-IF.

           SET WS-OUTPUTS-OPEN-YES        TO TRUE.

       1080-OPEN-DATA-OUTPUTS-EXIT.
      *                         are captured for the feed
      *                         verification and excluded from
      *                         the body count and checksum.
      *                         INFILE may be a concatenation of
      *                         feeds, so each trailer is proven
      *                         against the body records since
      *                         the header before it.
      ***********************************************************
       1165-SCAN-ONE-RECORD.
           READ INFILE.
           EVALUATE TRUE
               WHEN FH-HEADER
                   SET WS-FEED-HEADER-YES  TO TRUE
                   IF WS-FEED-BUSINESS-DATE = SPACES OR
                      (WS-FEED-REGION-CODE = SPACES AND
                       FH-REGION-CODE NOT = SPACES)
                       MOVE FH-REGION-CODE TO WS-FEED-REGION-CODE
                       MOVE FH-BUSINESS-DATE
                                           TO WS-FEED-BUSINESS-DATE
                   END-IF
                   MOVE ZERO               TO WS-FEED-BODY-COUNT
                   MOVE ZERO               TO WS-FEED-BODY-AMOUNT
               WHEN FH-TRAILER
                   SET WS-FEED-TRAILER-YES TO TRUE
                   IF FH-RECORD-COUNT IS NUMERIC
                   ELSE
                       SET WS-FEED-TRAILER-BAD TO TRUE
                   END-IF
                   PERFORM 1168-PROVE-FEED-TRAILER
                       THRU 1168-PROVE-FEED-TRAILER-EXIT
               WHEN OTHER
                   ADD 1                   TO WS-CURRENT-INPUT-COUNT
                   ADD TR-AMOUNT           TO WS-CHECKSUM-ACCUM
                   ADD 1                   TO WS-FEED-BODY-COUNT
                   ADD TR-AMOUNT           TO WS-FEED-BODY-AMOUNT
           END-EVALUATE.

       1165-SCAN-ONE-RECORD-EXIT.
           EXIT.

      ***********************************************************
      * 1168-PROVE-FEED-TRAILER - compare one feed's trailer with
      *                            the body records counted since
      *                            its header; the first feed
      *                            found short is the one
      *                            reported
      ***********************************************************
       1168-PROVE-FEED-TRAILER.
           IF WS-FEED-TRAILER-USABLE AND WS-FEED-MATCHED
               IF WS-FEED-BODY-COUNT NOT = WS-FEED-SENT-COUNT
                   SET WS-FEED-COUNT-MISMATCH TO TRUE
               ELSE
                   IF WS-FEED-BODY-AMOUNT NOT = WS-FEED-SENT-AMOUNT
                       SET WS-FEED-AMOUNT-MISMATCH TO TRUE
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO                       TO WS-FEED-BODY-COUNT.
           MOVE ZERO                       TO WS-FEED-BODY-AMOUNT.

       1168-PROVE-FEED-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 1170-VERIFY-FEED-TRAILER - report the proof of each
      *                             feed's body against its
      *                             trailer (1168) before any
      *                             processing.  A feed with no
      *                             trailer is a legacy
      *                             transmission and is processed
               GO TO 1170-VERIFY-FEED-TRAILER-EXIT
           END-IF.

           IF WS-FEED-COUNT-MISMATCH
               SET WS-RECONCILE-FAILED-YES TO TRUE
               DISPLAY "SR0100 - FEED BODY COUNT DOES NOT MATCH "
                       "THE SENDER'S TRAILER - FEED INCOMPLETE, "
               GO TO 1170-VERIFY-FEED-TRAILER-EXIT
           END-IF.

           IF WS-FEED-AMOUNT-MISMATCH
               SET WS-RECONCILE-FAILED-YES TO TRUE
               DISPLAY "SR0100 - FEED BODY AMOUNT DOES NOT MATCH "
                       "THE SENDER'S TRAILER - FEED INCOMPLETE, "
               MOVE CTL-RECORDS-READ       TO WS-RESTART-COUNT
               MOVE CTL-RECORDS-REJECTED   TO WS-RECORDS-REJECTED
               MOVE CTL-RECORDS-PRINTED    TO WS-RECORDS-PRINTED
               IF CTL-RECORDS-HELD IS NUMERIC
                   MOVE CTL-RECORDS-HELD   TO WS-RECORDS-HELD
               END-IF
               MOVE CTL-GROSS-AMOUNT       TO WS-GROSS-AMOUNT
               MOVE CTL-ADJUST-AMOUNT      TO WS-ADJUST-AMOUNT
               MOVE CTL-REVERSAL-AMOUNT    TO WS-REVERSAL-AMOUNT
      *                                record, but SUSPOUT,
      *                                TRANOUT, and EXTROUT were
      *                                truncated by this run's
      *                                OPEN OUTPUT (as was
      *                                HOLDOUT), so the record
      *                                is re-validated and its
      *                                data-file writes re-emitted
      *                                here - only the printing is

           IF WS-INFILE-Good
               MOVE TR-TRANSACTION-RECORD  TO WS-FEED-CONTROL-RECORD
               PERFORM 2110-SET-FEED-TRUST
                   THRU 2110-SET-FEED-TRUST-EXIT
               IF FH-CONTROL-RECORD
                   GO TO 1250-SKIP-PROCESSED-RECORDS-EXIT
               END-IF
               ADD 1                       TO WS-SKIP-COUNT
               PERFORM 2150-VALIDATE-RECORD
                   THRU 2150-VALIDATE-RECORD-EXIT
               EVALUATE TRUE
                   WHEN WS-REJECT-YES
                       PERFORM 2160-WRITE-SUSPENSE
                           THRU 2160-WRITE-SUSPENSE-EXIT
                   WHEN WS-HOLD-YES
                       PERFORM 2165-WRITE-HOLD
                           THRU 2165-WRITE-HOLD-EXIT
                   WHEN OTHER
                       PERFORM 2250-LOOKUP-DESCRIPTION
                           THRU 2250-LOOKUP-DESCRIPTION-EXIT
                       PERFORM 2270-WRITE-TRANOUT
                           THRU 2270-WRITE-TRANOUT-EXIT
                       PERFORM 2280-WRITE-EXTRACT
                           THRU 2280-WRITE-EXTRACT-EXIT
               END-EVALUATE
           END-IF.

           IF WS-INFILE-EOF
           EXIT.

      ***********************************************************
      * 2000-PROCESS-RECORD - validate, then reject, hold, or
      *                        print, and read on
      ***********************************************************
       2000-PROCESS-RECORD.
           PERFORM 2150-VALIDATE-RECORD
               THRU 2150-VALIDATE-RECORD-EXIT.

           EVALUATE TRUE
               WHEN WS-REJECT-YES
                   ADD 1                  TO WS-RECORDS-REJECTED
                   PERFORM 2160-WRITE-SUSPENSE
                       THRU 2160-WRITE-SUSPENSE-EXIT
               WHEN WS-HOLD-YES
                   ADD 1                  TO WS-RECORDS-HELD
                   PERFORM 2165-WRITE-HOLD
                       THRU 2165-WRITE-HOLD-EXIT
               WHEN OTHER
                   PERFORM 2200-PRINT-DETAIL
                       THRU 2200-PRINT-DETAIL-EXIT
                   ADD 1                  TO WS-RECORDS-PRINTED
                   EVALUATE TRUE
                       WHEN TR-TYPE-ADJUSTMENT
                           ADD WS-CONVERTED-AMOUNT
                                          TO WS-ADJUST-AMOUNT
                       WHEN TR-TYPE-REVERSAL
                           ADD WS-CONVERTED-AMOUNT
                                          TO WS-REVERSAL-AMOUNT
                       WHEN OTHER
                           ADD WS-CONVERTED-AMOUNT
                                          TO WS-GROSS-AMOUNT
                   END-EVALUATE
                   PERFORM 2270-WRITE-TRANOUT
                       THRU 2270-WRITE-TRANOUT-EXIT
           END-EVALUATE.

           IF WS-CTLFILE-AVAILABLE-YES
               DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL

           IF WS-INFILE-Good
               MOVE TR-TRANSACTION-RECORD TO WS-FEED-CONTROL-RECORD
               PERFORM 2110-SET-FEED-TRUST
                   THRU 2110-SET-FEED-TRUST-EXIT
               IF FH-CONTROL-RECORD
                   GO TO 2100-READ-INFILE-NEXT
               END-IF
       2100-READ-INFILE-EXIT.
           EXIT.

      ***********************************************************
      * 2110-SET-FEED-TRUST - a header stamped by SR0300 or
      *                        SR0350 opens a trusted feed, any
      *                        other header or a trailer closes
      *                        it.  A body record outside a
      *                        trusted feed has its resend-
      *                        release and approval bytes
      *                        cleared, so no regional or
      *                        generated record can skip the
      *                        already-posted or limit checks.
      ***********************************************************
       2110-SET-FEED-TRUST.
           IF FH-CONTROL-RECORD
               IF FH-HEADER AND FH-SOURCE-TRUSTED
                   SET WS-FEED-SOURCE-TRUSTED   TO TRUE
               ELSE
                   SET WS-FEED-SOURCE-UNTRUSTED TO TRUE
               END-IF
               GO TO 2110-SET-FEED-TRUST-EXIT
           END-IF.

           IF WS-FEED-SOURCE-UNTRUSTED
               MOVE SPACE                 TO TR-RELEASE-FLAG
               MOVE SPACE                 TO TR-APPROVAL-FLAG
           END-IF.

       2110-SET-FEED-TRUST-EXIT.
           EXIT.

      ***********************************************************
      * 2150-VALIDATE-RECORD - reject records with no tran key
      *                         or that fail the date, type,
      *                         region, currency, or already-
      *                         posted checks; hold a valid
      *                         record that is over its approval
      *                         ceiling
      ***********************************************************
       2150-VALIDATE-RECORD.
           SET WS-REJECT-NO               TO TRUE.
           SET WS-HOLD-NO                 TO TRUE.
           MOVE SPACES                    TO WS-REJECT-REASON.

           IF TR-TRAN-KEY = SPACES
                   THRU 2185-CHECK-CURRENCY-EXIT
           END-IF.

           IF WS-REJECT-NO
               PERFORM 2190-CHECK-ALREADY-POSTED
                   THRU 2190-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           IF WS-REJECT-NO
               PERFORM 2170-CHECK-LIMIT
                   THRU 2170-CHECK-LIMIT-EXIT
           END-IF.

       2150-VALIDATE-RECORD-EXIT.
           EXIT.

       2185-CHECK-CURRENCY-EXIT.
           EXIT.

      ***********************************************************
      * 2190-CHECK-ALREADY-POSTED - reject with reason 06 a key/
      *                              date that is already on the
      *                              HISTORY master from an
      *                              earlier feed, or that was
      *                              already accepted earlier in
      *                              this run, so SR0500 does not
      *                              add the amount into the
      *                              existing history row a second
      *                              time.  A record released by
      *                              SR0300 as a genuine resend
      *                              (trusted feeds only - see
      *                              2110) skips the check.  Each
      *                              accepted key/date is noted
      *                              for the rest of the run; one
      *                              that cannot be checked or
      *                              noted is rejected with reason
      *                              08 rather than let through.
      ***********************************************************
       2190-CHECK-ALREADY-POSTED.
           IF TR-RESEND-RELEASED
               GO TO 2190-CHECK-ALREADY-POSTED-NOTE
           END-IF.

           IF WS-HISTORY-AVAILABLE-YES
               PERFORM 2192-READ-HISTORY-KEY
                   THRU 2192-READ-HISTORY-KEY-EXIT
           END-IF.

           IF WS-REJECT-YES
               GO TO 2190-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           SET WS-SEEN-FOUND-NO           TO TRUE.

           IF WS-SEEN-COUNT > ZERO
               PERFORM 2195-TEST-ONE-SEEN
                   THRU 2195-TEST-ONE-SEEN-EXIT
                   VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-FOUND-YES
                      OR WS-SEEN-SUB > WS-SEEN-COUNT
           END-IF.

           IF WS-SEEN-FOUND-YES
               SET WS-REJECT-YES          TO TRUE
               MOVE "06"                  TO WS-REJECT-REASON
               GO TO 2190-CHECK-ALREADY-POSTED-EXIT
           END-IF.

       2190-CHECK-ALREADY-POSTED-NOTE.
           IF WS-SEEN-COUNT >= WS-MAX-SEEN
               ADD 1                      TO WS-SEEN-DROPPED
               ADD 1                      TO WS-RECORDS-UNCHECKED
               SET WS-REJECT-YES          TO TRUE
               MOVE "08"                  TO WS-REJECT-REASON
               GO TO 2190-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           ADD 1                          TO WS-SEEN-COUNT.
           MOVE TR-TRAN-KEY                TO
               WS-SEEN-TRAN-KEY (WS-SEEN-COUNT).
           MOVE TR-TRAN-DATE               TO
               WS-SEEN-TRAN-DATE (WS-SEEN-COUNT).

       2190-CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      ***********************************************************
      * 2192-READ-HISTORY-KEY - random read of the history master
      *                          on the transaction's key/date; a
      *                          failed read rejects the record
      *                          with reason 08 for recycling
      ***********************************************************
       2192-READ-HISTORY-KEY.
           MOVE TR-TRAN-KEY                TO HI-TRAN-KEY.
           MOVE TR-TRAN-DATE               TO HI-TRAN-DATE.
           READ HISTORY.

           EVALUATE TRUE
               WHEN WS-HISTORY-Good
                   SET WS-REJECT-YES      TO TRUE
                   MOVE "06"              TO WS-REJECT-REASON
               WHEN WS-HISTORY-Not-Found
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
                   ADD 1                  TO WS-HISTORY-READ-FAILED
                   ADD 1                  TO WS-RECORDS-UNCHECKED
                   SET WS-REJECT-YES      TO TRUE
                   MOVE "08"              TO WS-REJECT-REASON
           END-EVALUATE.

       2192-READ-HISTORY-KEY-EXIT.
           EXIT.

      ***********************************************************
      * 2195-TEST-ONE-SEEN - compare one key/date accepted
      *                       earlier in the run to the current
      *                       record
      ***********************************************************
       2195-TEST-ONE-SEEN.
           IF WS-SEEN-TRAN-KEY (WS-SEEN-SUB)  = TR-TRAN-KEY AND
              WS-SEEN-TRAN-DATE (WS-SEEN-SUB) = TR-TRAN-DATE
               SET WS-SEEN-FOUND-YES      TO TRUE
           END-IF.

       2195-TEST-ONE-SEEN-EXIT.
           EXIT.

      ***********************************************************
      * 2160-WRITE-SUSPENSE - carry the rejected record to the
      *                        suspense file so it can be repaired
       2160-WRITE-SUSPENSE-EXIT.
           EXIT.

      ***********************************************************
      * 2165-WRITE-HOLD - carry the over-limit record to the hold
      *                    file with its base amount and the
      *                    ceiling it broke, for approval or
      *                    decline through SR0350
      ***********************************************************
       2165-WRITE-HOLD.
           MOVE SPACES                     TO HD-HOLD-RECORD.
           MOVE TR-TRANSACTION-RECORD      TO HD-TRANSACTION-IMAGE.
           MOVE WS-CONVERTED-AMOUNT        TO HD-BASE-AMOUNT.
           MOVE WS-HOLD-CEILING            TO HD-CEILING.
           MOVE WS-HOLD-LIMIT-KEY          TO HD-LIMIT-KEY.
           MOVE WS-PROGRAM-NAME            TO HD-HOLD-PROGRAM.
           ACCEPT HD-HOLD-DATE             FROM DATE YYYYMMDD.
           ACCEPT HD-HOLD-TIME             FROM TIME.

           WRITE HD-HOLD-RECORD.

           IF NOT WS-HOLDOUT-Good
               PERFORM 9800-LOG-ERROR-HOLDOUT
                   THRU 9800-LOG-ERROR-HOLDOUT-EXIT
               DISPLAY "SR0100 - HOLDOUT WRITE FAILED, STATUS = "
                       WS-HOLDOUT-Status
           END-IF.

       2165-WRITE-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2170-CHECK-LIMIT - hold a valid record whose base amount,
      *                     either sign, is over the ceiling on
      *                     the APLIMIT master.  The most specific
      *                     limit on file applies: region and
      *                     code, then the region with any code,
      *                     then the code in any region, then the
      *                     house-wide limit.  A record already
      *                     approved through SR0350 (trusted feeds
      *                     only - see 2110), or no limit master
      *                     at all, is not held.
      ***********************************************************
       2170-CHECK-LIMIT.
           IF WS-APLIMIT-AVAILABLE-NO OR TR-HOLD-APPROVED
               GO TO 2170-CHECK-LIMIT-EXIT
           END-IF.

           SET WS-LM-FOUND-NO             TO TRUE.

           MOVE TR-REGION-CODE             TO LM-REGION-CODE.
           MOVE TR-LOOKUP-CODE             TO LM-LOOKUP-CODE.
           PERFORM 2172-READ-LIMIT
               THRU 2172-READ-LIMIT-EXIT.

           IF WS-LM-FOUND-NO
               MOVE TR-REGION-CODE         TO LM-REGION-CODE
               MOVE SPACES                 TO LM-LOOKUP-CODE
               PERFORM 2172-READ-LIMIT
                   THRU 2172-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               MOVE SPACES                 TO LM-REGION-CODE
               MOVE TR-LOOKUP-CODE         TO LM-LOOKUP-CODE
               PERFORM 2172-READ-LIMIT
                   THRU 2172-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               MOVE SPACES                 TO LM-LIMIT-KEY
               PERFORM 2172-READ-LIMIT
                   THRU 2172-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               GO TO 2170-CHECK-LIMIT-EXIT
           END-IF.

           IF WS-CONVERTED-AMOUNT < ZERO
               COMPUTE WS-LIMIT-TEST-AMOUNT =
                   ZERO - WS-CONVERTED-AMOUNT
           ELSE
               MOVE WS-CONVERTED-AMOUNT    TO WS-LIMIT-TEST-AMOUNT
           END-IF.

           IF WS-LIMIT-TEST-AMOUNT > LM-CEILING
               SET WS-HOLD-YES            TO TRUE
               MOVE LM-CEILING             TO WS-HOLD-CEILING
               MOVE LM-LIMIT-KEY           TO WS-HOLD-LIMIT-KEY
           END-IF.

       2170-CHECK-LIMIT-EXIT.
           EXIT.

      ***********************************************************
      * 2172-READ-LIMIT - random read of the limit master on the
      *                    key already staged in LM-LIMIT-KEY
      ***********************************************************
       2172-READ-LIMIT.
           READ APLIMIT.

           EVALUATE TRUE
               WHEN WS-APLIMIT-Good
                   SET WS-LM-FOUND-YES    TO TRUE
               WHEN WS-APLIMIT-Not-Found
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-APLIMIT
                       THRU 9800-LOG-ERROR-APLIMIT-EXIT
           END-EVALUATE.

       2172-READ-LIMIT-EXIT.
           EXIT.

      ***********************************************************
      * 2200-PRINT-DETAIL - format and print one detail line
      ***********************************************************
           MOVE WS-RECORDS-READ            TO CTL-RECORDS-READ.
           MOVE WS-RECORDS-REJECTED        TO CTL-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO CTL-RECORDS-PRINTED.
           MOVE WS-RECORDS-HELD            TO CTL-RECORDS-HELD.
           MOVE WS-GROSS-AMOUNT            TO CTL-GROSS-AMOUNT.
           MOVE WS-ADJUST-AMOUNT           TO CTL-ADJUST-AMOUNT.
           MOVE WS-REVERSAL-AMOUNT         TO CTL-REVERSAL-AMOUNT.
                   PERFORM 3060-WRITE-FINAL-CONTROL
                       THRU 3060-WRITE-FINAL-CONTROL-EXIT
               END-IF
           END-IF.

           IF WS-RECORDS-UNCHECKED > ZERO AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           IF WS-CTLFILE-AVAILABLE-YES
               CLOSE CTLFILE
           END-IF.

           CLOSE SUSPOUT.
           CLOSE TRANOUT.
           CLOSE EXTROUT.
           CLOSE HOLDOUT.
           CLOSE AUDITLOG.

           IF WS-LOOKUP-AVAILABLE-YES
               CLOSE EXRATE
           END-IF.

           IF WS-HISTORY-AVAILABLE-YES
               CLOSE HISTORY
           END-IF.

           IF WS-APLIMIT-AVAILABLE-YES
               CLOSE APLIMIT
           END-IF.

           IF WS-SEEN-DROPPED > ZERO
               DISPLAY "SR0100 - **WARNING** SAME-RUN KEY TABLE FULL, "
                       WS-SEEN-DROPPED " RECORDS REJECTED WITH "
                       "REASON 08"
           END-IF.

           IF WS-HISTORY-READ-FAILED > ZERO
               DISPLAY "SR0100 - **WARNING** HISTORY READ FAILED, "
                       WS-HISTORY-READ-FAILED " RECORDS REJECTED WITH "
                       "REASON 08"
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

           MOVE WS-RECORDS-READ            TO CTL-RECORDS-READ.
           MOVE WS-RECORDS-REJECTED        TO CTL-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO CTL-RECORDS-PRINTED.
           MOVE WS-RECORDS-HELD            TO CTL-RECORDS-HELD.
           MOVE WS-GROSS-AMOUNT            TO CTL-GROSS-AMOUNT.
           MOVE WS-ADJUST-AMOUNT           TO CTL-ADJUST-AMOUNT.
           MOVE WS-REVERSAL-AMOUNT         TO CTL-REVERSAL-AMOUNT.
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
           MOVE WS-RECORDS-REJECTED        TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO RH-RECORDS-PRINTED.
           MOVE WS-INFILE-Status           TO RH-FINAL-STATUS.
           MOVE WS-RESTART-COUNT           TO RH-RESTART-COUNT.

           IF WS-RECONCILE-FAILED-YES
               MOVE 16                     TO RH-RETURN-CODE
               SET RH-RUN-COMPLETE-NO      TO TRUE
               SET RH-RERUN-REFUSED        TO TRUE
           ELSE
               MOVE RETURN-CODE            TO RH-RETURN-CODE
               IF RETURN-CODE < 16
                   SET RH-RUN-COMPLETE-YES TO TRUE
               ELSE
                   SET RH-RUN-COMPLETE-NO  TO TRUE
               END-IF
               IF WS-RESTART-COUNT > ZERO
                   SET RH-RESTARTED        TO TRUE
               ELSE
                   SET RH-FRESH-RUN        TO TRUE
               END-IF
           END-IF.

           PERFORM 9700-WRITE-RUN-HISTORY
               THRU 9700-WRITE-RUN-HISTORY-EXIT.

       3080-RECORD-RUN-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * 3070-WRITE-EXTRACT-TRAILER - control totals on the end of
      *                               the extract so the pull can
           MOVE WS-RECORDS-REJECTED        TO WX-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO WX-RECORDS-PRINTED.
           MOVE WS-NET-AMOUNT              TO WX-NET-AMOUNT.
           MOVE WS-RECORDS-HELD            TO WX-RECORDS-HELD.

           WRITE EX-EXTRACT-RECORD        FROM WS-EXTRACT-TRAILER.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-RECORDS-REJECTED        TO WT2-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO WT3-RECORDS-PRINTED.
           MOVE WS-RECORDS-HELD            TO WT10-RECORDS-HELD.
           MOVE WS-INFILE-Status           TO WT4-FINAL-STATUS.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-10
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.

                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-RECORDS-UNCHECKED > ZERO
               MOVE WS-RECORDS-UNCHECKED   TO WT11-RECORDS-UNCHECKED
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-11
                   AFTER ADVANCING 1 LINE
           END-IF.

       3050-PRINT-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program

           COPY ERRLOG REPLACING ==:tag:== BY ==EXRATE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HISTORY==.

           COPY ERRLOG REPLACING ==:tag:== BY ==APLIMIT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PARMFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPOUT==.
           COPY ERRLOG REPLACING ==:tag:== BY ==TRANOUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==EXTROUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDOUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
