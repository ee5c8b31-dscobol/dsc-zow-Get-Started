      *                          and a currency with no rate for
      *                          the transaction date rejects
      *                          with reason 05.
      * 2026-10-15 dastagg       A key/date already posted to
      *                          HISTORY, or already accepted
      *                          earlier in the merge, is
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
      *                          the merge totals, extract
      *                          trailer and each leg's
      *                          acknowledgment.
      * 2026-10-15 dastagg       The resend-release and approval
      *                          bytes are cleared on every
      *                          regional record - they no longer
      *                          let a feed past the
      *                          already-posted or limit checks.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      * 2026-10-15 dastagg       The already-posted check can no
      *                          longer be skipped silently: a
      *                          HISTORY master that will not
      *                          open stops the merge (RC 16),
      *                          and a record whose HISTORY read
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

           SELECT SUSPOUT ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-Status.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTROUT-Status.

           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-Status.

           SELECT ACKOUT1 ASSIGN TO ACKOUT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKOUT1-Status.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKOUT3-Status.

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
       FD  INFILE1
       01  XR-RATE-RECORD.
           COPY RATEREC.

       FD  HISTORY.
       01  HI-HISTORY-RECORD.
           COPY HISTREC.

       FD  APLIMIT.
       01  LM-LIMIT-RECORD.
           COPY LIMREC.

       FD  SUSPOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SU-SUSPENSE-RECORD.
           RECORD CONTAINS 100 CHARACTERS.
       01  EX-EXTRACT-RECORD              PIC X(100).

       FD  HOLDOUT
           RECORD CONTAINS 100 CHARACTERS.
       01  HD-HOLD-RECORD.
           COPY HOLDREC.

       FD  ACKOUT1
           RECORD CONTAINS 80 CHARACTERS.
       01  A1-ACK-RECORD                  PIC X(80).
           RECORD CONTAINS 80 CHARACTERS.
       01  A3-ACK-RECORD                  PIC X(80).

       FD  CTLFILE.
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-1.
           COPY WSFST REPLACING ==:tag:== BY ==INFILE1==.
           05  WS-CONVERTED-AMOUNT        PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-HISTORY-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HISTORY==.

       01  WS-HISTORY-AVAILABLE           PIC X(01)   VALUE "N".
           88  WS-HISTORY-AVAILABLE-YES               VALUE "Y".
           88  WS-HISTORY-AVAILABLE-NO                VALUE "N".
           88  WS-HISTORY-AVAILABLE-FAILED            VALUE "F".

       01  WS-POSTED-CHECK-WORK.
           05  WS-CHECK-TRAN-KEY          PIC X(10)   VALUE SPACES.
           05  WS-CHECK-TRAN-DATE         PIC X(08)   VALUE SPACES.

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
           05  WS-CHECK-LOOKUP-CODE       PIC X(05)   VALUE SPACES.
           05  WS-LM-FOUND-SWITCH         PIC X(01)   VALUE "N".
               88  WS-LM-FOUND-YES                    VALUE "Y".
               88  WS-LM-FOUND-NO                     VALUE "N".
           05  WS-LIMIT-TEST-AMOUNT       PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-HOLD-SWITCH                 PIC X(01)   VALUE "N".
           88  WS-HOLD-YES                            VALUE "Y".
           88  WS-HOLD-NO                             VALUE "N".

       01  WS-NAME-REGION-CODE            PIC X(03)   VALUE SPACE.

       01  WS-NAME-REGION-NAME            PIC X(20)   VALUE SPACE.

       01  WS-CTLFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0200".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
       01  WS-EXTROUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EXTROUT==.

       01  WS-HOLDOUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDOUT==.

       01  WS-ACKOUT1-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ACKOUT1==.

           05  WX-RECORDS-PRINTED         PIC 9(07).
           05  FILLER                     PIC X(01)   VALUE "|".
           05  WX-GRAND-TOTAL             PIC +9(09).99.
           05  FILLER                     PIC X(01)   VALUE "|".
           05  WX-RECORDS-HELD            PIC 9(07).
           05  FILLER                     PIC X(53)   VALUE SPACE.

       01  WS-REJECT-SWITCH               PIC X(01)   VALUE "N".
           88  WS-REJECT-YES                          VALUE "Y".
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-REJECTED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-PRINTED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-HELD            PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-UNCHECKED       PIC 9(07)   COMP VALUE ZERO.

       01  WS-REGION-FEED-COUNTS.
           05  WS-REGION-READ-1           PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-REJECT-1         PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-HOLD-1           PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-READ-2           PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-REJECT-2         PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-HOLD-2           PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-READ-3           PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-REJECT-3         PIC 9(07)   COMP VALUE ZERO.
           05  WS-REGION-HOLD-3           PIC 9(07)   COMP VALUE ZERO.

       01  WS-REGION-TOTALS.
           05  WS-REGION-TOTAL-1.
           05  WM3-RECORDS-PRINTED        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-MERGE-TOTALS-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RECORDS HELD.....".
           05  WM4-RECORDS-HELD           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-DUP-HEADING-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(45)   VALUE
           05  WM9-NET-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-MERGE-TOTALS-LINE-10.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "NOT DUP-CHECKED..".
           05  WM10-RECORDS-UNCHECKED     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(50)   VALUE
               "**WARNING** REJECTED WITH REASON 08 - RECYCLE".
           05  FILLER                     PIC X(52)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open files and prime the merge
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           PERFORM 1050-VERIFY-FEED-1
               THRU 1050-VERIFY-FEED-1-EXIT.
           PERFORM 1060-VERIFY-FEED-2
                       WS-EXTROUT-Status
           END-IF.

           OPEN OUTPUT HOLDOUT.

           IF NOT WS-HOLDOUT-Good
               PERFORM 9800-LOG-ERROR-HOLDOUT
                   THRU 9800-LOG-ERROR-HOLDOUT-EXIT
               DISPLAY "SR0200 - UNABLE TO OPEN HOLDOUT, STATUS = "
                       WS-HOLDOUT-Status
           END-IF.

           OPEN OUTPUT ACKOUT1.
           OPEN OUTPUT ACKOUT2.
           OPEN OUTPUT ACKOUT3.
               SET WS-EXRATE-AVAILABLE-NO  TO TRUE
           END-IF.

           OPEN INPUT HISTORY.

           IF WS-HISTORY-Good
               SET WS-HISTORY-AVAILABLE-YES TO TRUE
           ELSE
               IF WS-HISTORY-File-Not-Found
                   DISPLAY "SR0200 - HISTORY NOT ON FILE - "
                           "ALREADY-POSTED CHECK COVERS THIS RUN "
                           "ONLY"
                   SET WS-HISTORY-AVAILABLE-NO TO TRUE
               ELSE
                   PERFORM 9800-LOG-ERROR-HISTORY
                       THRU 9800-LOG-ERROR-HISTORY-EXIT
                   DISPLAY "SR0200 - UNABLE TO OPEN HISTORY, STATUS = "
                           WS-HISTORY-Status " - RUN STOPPED"
                   SET WS-HISTORY-AVAILABLE-FAILED TO TRUE
                   SET WS-ALL-EOF-YES     TO TRUE
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
               DISPLAY "SR0200 - APLIMIT NOT AVAILABLE, STATUS = "
                       WS-APLIMIT-Status " - NO ITEMS WILL BE "
                       "HELD"
               SET WS-APLIMIT-AVAILABLE-NO TO TRUE
           END-IF.

           IF WS-FEED-FAILED-1
               SET WS-EOF-YES-1           TO TRUE
               MOVE HIGH-VALUES           TO WS-COMPARE-KEY-1

      ***********************************************************
      * 2410/2420/2430 - validate one region's current record,
      *                   reject, hold, or print it, and roll its
      *                   total.  The resend-release and approval
      *                   bytes are set only by SR0300 and SR0350,
      *                   whose output is never merged here, so a
      *                   regional feed's values are cleared and
      *                   every record gets the already-posted
      *                   and limit checks.
      ***********************************************************
       2410-VALIDATE-AND-PRINT-1.
           SET WS-REJECT-NO               TO TRUE.
           SET WS-HOLD-NO                 TO TRUE.
           MOVE SPACES                    TO WS-REJECT-REASON.
           MOVE SPACE                     TO
               TR-RELEASE-FLAG OF TR-TRAN-REC-1.
           MOVE SPACE                     TO
               TR-APPROVAL-FLAG OF TR-TRAN-REC-1.

           IF TR-TRAN-KEY OF TR-TRAN-REC-1 = SPACES
               SET WS-REJECT-YES          TO TRUE
                   THRU 2880-CHECK-CURRENCY-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-TRAN-KEY OF TR-TRAN-REC-1
                                          TO WS-CHECK-TRAN-KEY
               MOVE TR-TRAN-DATE OF TR-TRAN-REC-1
                                          TO WS-CHECK-TRAN-DATE
               PERFORM 2890-CHECK-ALREADY-POSTED
                   THRU 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-REGION-CODE OF TR-TRAN-REC-1
                                          TO WS-CHECK-REGION-CODE
               MOVE TR-LOOKUP-CODE OF TR-TRAN-REC-1
                                          TO WS-CHECK-LOOKUP-CODE
               PERFORM 2885-CHECK-LIMIT
                   THRU 2885-CHECK-LIMIT-EXIT
           END-IF.

           IF WS-HOLD-YES
               ADD 1                      TO WS-RECORDS-HELD
               ADD 1                      TO WS-REGION-HOLD-1
               MOVE SPACES                TO HD-HOLD-RECORD
               MOVE TR-TRAN-REC-1         TO HD-TRANSACTION-IMAGE
               PERFORM 2710-WRITE-HOLD
                   THRU 2710-WRITE-HOLD-EXIT
               GO TO 2410-VALIDATE-AND-PRINT-1-EXIT
           END-IF.

           IF WS-REJECT-YES
               ADD 1                      TO WS-RECORDS-REJECTED
               ADD 1                      TO WS-REGION-REJECT-1

       2420-VALIDATE-AND-PRINT-2.
           SET WS-REJECT-NO               TO TRUE.
           SET WS-HOLD-NO                 TO TRUE.
           MOVE SPACES                    TO WS-REJECT-REASON.
           MOVE SPACE                     TO
               TR-RELEASE-FLAG OF TR-TRAN-REC-2.
           MOVE SPACE                     TO
               TR-APPROVAL-FLAG OF TR-TRAN-REC-2.

           IF TR-TRAN-KEY OF TR-TRAN-REC-2 = SPACES
               SET WS-REJECT-YES          TO TRUE
                   THRU 2880-CHECK-CURRENCY-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-TRAN-KEY OF TR-TRAN-REC-2
                                          TO WS-CHECK-TRAN-KEY
               MOVE TR-TRAN-DATE OF TR-TRAN-REC-2
                                          TO WS-CHECK-TRAN-DATE
               PERFORM 2890-CHECK-ALREADY-POSTED
                   THRU 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-REGION-CODE OF TR-TRAN-REC-2
                                          TO WS-CHECK-REGION-CODE
               MOVE TR-LOOKUP-CODE OF TR-TRAN-REC-2
                                          TO WS-CHECK-LOOKUP-CODE
               PERFORM 2885-CHECK-LIMIT
                   THRU 2885-CHECK-LIMIT-EXIT
           END-IF.

           IF WS-HOLD-YES
               ADD 1                      TO WS-RECORDS-HELD
               ADD 1                      TO WS-REGION-HOLD-2
               MOVE SPACES                TO HD-HOLD-RECORD
               MOVE TR-TRAN-REC-2         TO HD-TRANSACTION-IMAGE
               PERFORM 2710-WRITE-HOLD
                   THRU 2710-WRITE-HOLD-EXIT
               GO TO 2420-VALIDATE-AND-PRINT-2-EXIT
           END-IF.

           IF WS-REJECT-YES
               ADD 1                      TO WS-RECORDS-REJECTED
               ADD 1                      TO WS-REGION-REJECT-2

       2430-VALIDATE-AND-PRINT-3.
           SET WS-REJECT-NO               TO TRUE.
           SET WS-HOLD-NO                 TO TRUE.
           MOVE SPACES                    TO WS-REJECT-REASON.
           MOVE SPACE                     TO
               TR-RELEASE-FLAG OF TR-TRAN-REC-3.
           MOVE SPACE                     TO
               TR-APPROVAL-FLAG OF TR-TRAN-REC-3.

           IF TR-TRAN-KEY OF TR-TRAN-REC-3 = SPACES
               SET WS-REJECT-YES          TO TRUE
                   THRU 2880-CHECK-CURRENCY-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-TRAN-KEY OF TR-TRAN-REC-3
                                          TO WS-CHECK-TRAN-KEY
               MOVE TR-TRAN-DATE OF TR-TRAN-REC-3
                                          TO WS-CHECK-TRAN-DATE
               PERFORM 2890-CHECK-ALREADY-POSTED
                   THRU 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           IF WS-REJECT-NO
               MOVE TR-REGION-CODE OF TR-TRAN-REC-3
                                          TO WS-CHECK-REGION-CODE
               MOVE TR-LOOKUP-CODE OF TR-TRAN-REC-3
                                          TO WS-CHECK-LOOKUP-CODE
               PERFORM 2885-CHECK-LIMIT
                   THRU 2885-CHECK-LIMIT-EXIT
           END-IF.

           IF WS-HOLD-YES
               ADD 1                      TO WS-RECORDS-HELD
               ADD 1                      TO WS-REGION-HOLD-3
               MOVE SPACES                TO HD-HOLD-RECORD
               MOVE TR-TRAN-REC-3         TO HD-TRANSACTION-IMAGE
               PERFORM 2710-WRITE-HOLD
                   THRU 2710-WRITE-HOLD-EXIT
               GO TO 2430-VALIDATE-AND-PRINT-3-EXIT
           END-IF.

           IF WS-REJECT-YES
               ADD 1                      TO WS-RECORDS-REJECTED
               ADD 1                      TO WS-REGION-REJECT-3
       2700-WRITE-SUSPENSE-EXIT.
           EXIT.

      ***********************************************************
      * 2710-WRITE-HOLD - carry the over-limit record (already
      *                    staged in HD-TRANSACTION-IMAGE) to the
      *                    hold file with its base amount and the
      *                    ceiling it broke, for approval or
      *                    decline through SR0350
      ***********************************************************
       2710-WRITE-HOLD.
           MOVE WS-CONVERTED-AMOUNT        TO HD-BASE-AMOUNT.
           MOVE LM-CEILING                 TO HD-CEILING.
           MOVE LM-LIMIT-KEY               TO HD-LIMIT-KEY.
           MOVE WS-PROGRAM-NAME            TO HD-HOLD-PROGRAM.
           ACCEPT HD-HOLD-DATE             FROM DATE YYYYMMDD.
           ACCEPT HD-HOLD-TIME             FROM TIME.

           WRITE HD-HOLD-RECORD.

           IF NOT WS-HOLDOUT-Good
               PERFORM 9800-LOG-ERROR-HOLDOUT
                   THRU 9800-LOG-ERROR-HOLDOUT-EXIT
               DISPLAY "SR0200 - HOLDOUT WRITE FAILED, STATUS = "
                       WS-HOLDOUT-Status
           END-IF.

       2710-WRITE-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2750-STOP-ON-SEQUENCE - an input leg broke key sequence;
      *                          shut the merge down so the run
       2880-CHECK-CURRENCY-EXIT.
           EXIT.

      ***********************************************************
      * 2885-CHECK-LIMIT - hold the staged valid record when its
      *                     base amount, either sign, is over the
      *                     ceiling on the APLIMIT master.  The
      *                     most specific limit on file applies:
      *                     region and code, then the region with
      *                     any code, then the code in any region,
      *                     then the house-wide limit.  No limit
      *                     master at all means nothing is held.  On
      *                     a hold the limit record that applied
      *                     is left in LM-LIMIT-RECORD.
      ***********************************************************
       2885-CHECK-LIMIT.
           IF WS-APLIMIT-AVAILABLE-NO
               GO TO 2885-CHECK-LIMIT-EXIT
           END-IF.

           SET WS-LM-FOUND-NO             TO TRUE.

           MOVE WS-CHECK-REGION-CODE       TO LM-REGION-CODE.
           MOVE WS-CHECK-LOOKUP-CODE       TO LM-LOOKUP-CODE.
           PERFORM 2887-READ-LIMIT
               THRU 2887-READ-LIMIT-EXIT.

           IF WS-LM-FOUND-NO
               MOVE WS-CHECK-REGION-CODE   TO LM-REGION-CODE
               MOVE SPACES                 TO LM-LOOKUP-CODE
               PERFORM 2887-READ-LIMIT
                   THRU 2887-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               MOVE SPACES                 TO LM-REGION-CODE
               MOVE WS-CHECK-LOOKUP-CODE   TO LM-LOOKUP-CODE
               PERFORM 2887-READ-LIMIT
                   THRU 2887-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               MOVE SPACES                 TO LM-LIMIT-KEY
               PERFORM 2887-READ-LIMIT
                   THRU 2887-READ-LIMIT-EXIT
           END-IF.

           IF WS-LM-FOUND-NO
               GO TO 2885-CHECK-LIMIT-EXIT
           END-IF.

           IF WS-CONVERTED-AMOUNT < ZERO
               COMPUTE WS-LIMIT-TEST-AMOUNT =
                   ZERO - WS-CONVERTED-AMOUNT
           ELSE
               MOVE WS-CONVERTED-AMOUNT    TO WS-LIMIT-TEST-AMOUNT
           END-IF.

           IF WS-LIMIT-TEST-AMOUNT > LM-CEILING
               SET WS-HOLD-YES            TO TRUE
           END-IF.

       2885-CHECK-LIMIT-EXIT.
           EXIT.

      ***********************************************************
      * 2887-READ-LIMIT - random read of the limit master on the
      *                    key already staged in LM-LIMIT-KEY
      ***********************************************************
       2887-READ-LIMIT.
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

       2887-READ-LIMIT-EXIT.
           EXIT.

      ***********************************************************
      * 2890-CHECK-ALREADY-POSTED - reject with reason 06 the
      *                              staged key/date when it is
      *                              already on the HISTORY master
      *                              from an earlier feed, or was
      *                              already accepted earlier in
      *                              this merge from any leg, so
      *                              SR0500 does not add the amount
      *                              into the existing history row
      *                              a second time.  Each
      *                              accepted key/date is noted
      *                              for the rest of the run; one
      *                              that cannot be checked or
      *                              noted is rejected with reason
      *                              08 rather than let through.
      ***********************************************************
       2890-CHECK-ALREADY-POSTED.
           IF WS-HISTORY-AVAILABLE-YES
               PERFORM 2892-READ-HISTORY-KEY
                   THRU 2892-READ-HISTORY-KEY-EXIT
           END-IF.

           IF WS-REJECT-YES
               GO TO 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           SET WS-SEEN-FOUND-NO           TO TRUE.

           IF WS-SEEN-COUNT > ZERO
               PERFORM 2895-TEST-ONE-SEEN
                   THRU 2895-TEST-ONE-SEEN-EXIT
                   VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-FOUND-YES
                      OR WS-SEEN-SUB > WS-SEEN-COUNT
           END-IF.

           IF WS-SEEN-FOUND-YES
               SET WS-REJECT-YES          TO TRUE
               MOVE "06"                  TO WS-REJECT-REASON
               GO TO 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

       2890-CHECK-ALREADY-POSTED-NOTE.
           IF WS-SEEN-COUNT >= WS-MAX-SEEN
               ADD 1                      TO WS-SEEN-DROPPED
               ADD 1                      TO WS-RECORDS-UNCHECKED
               SET WS-REJECT-YES          TO TRUE
               MOVE "08"                  TO WS-REJECT-REASON
               GO TO 2890-CHECK-ALREADY-POSTED-EXIT
           END-IF.

           ADD 1                          TO WS-SEEN-COUNT.
           MOVE WS-CHECK-TRAN-KEY          TO
               WS-SEEN-TRAN-KEY (WS-SEEN-COUNT).
           MOVE WS-CHECK-TRAN-DATE         TO
               WS-SEEN-TRAN-DATE (WS-SEEN-COUNT).

       2890-CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      ***********************************************************
      * 2892-READ-HISTORY-KEY - random read of the history master
      *                          on the staged key/date; a
      *                          failed read rejects the record
      *                          with reason 08 for recycling
      ***********************************************************
       2892-READ-HISTORY-KEY.
           MOVE WS-CHECK-TRAN-KEY          TO HI-TRAN-KEY.
           MOVE WS-CHECK-TRAN-DATE         TO HI-TRAN-DATE.
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

       2892-READ-HISTORY-KEY-EXIT.
           EXIT.

      ***********************************************************
      * 2895-TEST-ONE-SEEN - compare one key/date accepted
      *                       earlier in the merge to the staged
      *                       one
      ***********************************************************
       2895-TEST-ONE-SEEN.
           IF WS-SEEN-TRAN-KEY (WS-SEEN-SUB)  = WS-CHECK-TRAN-KEY AND
              WS-SEEN-TRAN-DATE (WS-SEEN-SUB) = WS-CHECK-TRAN-DATE
               SET WS-SEEN-FOUND-YES      TO TRUE
           END-IF.

       2895-TEST-ONE-SEEN-EXIT.
           EXIT.

      ***********************************************************
      * 2870-GET-REGION-NAME - resolve the region code staged in
      *                         WS-NAME-REGION-CODE to its
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print subtotals/grand total, set the
      *                  return code, log the run and close
      ***********************************************************
       3000-FINALIZE.
           PERFORM 3100-PRINT-TOTALS
           CLOSE RPTOUT3.
           CLOSE SUSPOUT.
           CLOSE EXTROUT.
           CLOSE HOLDOUT.
           CLOSE ACKOUT1.
           CLOSE ACKOUT2.
           CLOSE ACKOUT3.

           IF WS-SEQ-ERROR-YES OR WS-HISTORY-AVAILABLE-FAILED
               MOVE 16                    TO RETURN-CODE
           ELSE
               IF WS-FEED-FAILED-1 OR WS-FEED-FAILED-2 OR
                  WS-FEED-FAILED-3 OR WS-RECORDS-UNCHECKED > ZERO
                   MOVE 8                 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

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
               DISPLAY "SR0200 - **WARNING** SAME-RUN KEY TABLE FULL, "
                       WS-SEEN-DROPPED " RECORDS REJECTED WITH "
                       "REASON 08"
           END-IF.

           IF WS-HISTORY-READ-FAILED > ZERO
               DISPLAY "SR0200 - **WARNING** HISTORY READ FAILED, "
                       WS-HISTORY-READ-FAILED " RECORDS REJECTED WITH "
                       "REASON 08"
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
      *                            Read, rejected and printed are
      *                            the merge totals; the final
      *                            status is the region 1 feed's.
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
           MOVE WS-RECORDS-REJECTED        TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO RH-RECORDS-PRINTED.
           MOVE WS-INFILE1-Status          TO RH-FINAL-STATUS.
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
      * 3100-PRINT-TOTALS - one subtotal line per region plus
      *                      the grand total across all regions
           WRITE WS-PRINT-RECORD          FROM WS-MERGE-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.

           MOVE WS-RECORDS-HELD            TO WM4-RECORDS-HELD.
           WRITE WS-PRINT-RECORD          FROM WS-MERGE-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT + WS-ADJUST-AMOUNT
               - WS-REVERSAL-AMOUNT.

           WRITE WS-PRINT-RECORD          FROM WS-MERGE-TOTALS-LINE-9
               AFTER ADVANCING 1 LINE.

           IF WS-RECORDS-UNCHECKED > ZERO
               MOVE WS-RECORDS-UNCHECKED   TO WM10-RECORDS-UNCHECKED
               WRITE WS-PRINT-RECORD      FROM WS-MERGE-TOTALS-LINE-10
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-SEQ-ERROR-YES
               WRITE WS-PRINT-RECORD      FROM WS-SEQ-ERROR-LINE
                   AFTER ADVANCING 2 LINES

           MOVE WS-REGION-READ-1           TO AK-RECORDS-READ.
           MOVE WS-REGION-REJECT-1         TO AK-RECORDS-REJECTED.
           MOVE WS-REGION-HOLD-1           TO AK-RECORDS-HELD.
           MOVE WS-REGION-AMOUNT-1         TO AK-TOTAL-AMOUNT.
           ACCEPT AK-RUN-DATE              FROM DATE YYYYMMDD.
           ACCEPT AK-RUN-TIME              FROM TIME.

           MOVE WS-REGION-READ-2           TO AK-RECORDS-READ.
           MOVE WS-REGION-REJECT-2         TO AK-RECORDS-REJECTED.
           MOVE WS-REGION-HOLD-2           TO AK-RECORDS-HELD.
           MOVE WS-REGION-AMOUNT-2         TO AK-TOTAL-AMOUNT.
           ACCEPT AK-RUN-DATE              FROM DATE YYYYMMDD.
           ACCEPT AK-RUN-TIME              FROM TIME.

           MOVE WS-REGION-READ-3           TO AK-RECORDS-READ.
           MOVE WS-REGION-REJECT-3         TO AK-RECORDS-REJECTED.
           MOVE WS-REGION-HOLD-3           TO AK-RECORDS-HELD.
           MOVE WS-REGION-AMOUNT-3         TO AK-TOTAL-AMOUNT.
           ACCEPT AK-RUN-DATE              FROM DATE YYYYMMDD.
           ACCEPT AK-RUN-TIME              FROM TIME.
           MOVE WS-RECORDS-REJECTED        TO WX-RECORDS-REJECTED.
           MOVE WS-RECORDS-PRINTED         TO WX-RECORDS-PRINTED.
           MOVE WS-GRAND-TOTAL-AMOUNT      TO WX-GRAND-TOTAL.
           MOVE WS-RECORDS-HELD            TO WX-RECORDS-HELD.

           WRITE EX-EXTRACT-RECORD        FROM WS-EXTRACT-TRAILER.

       3200-WRITE-EXTRACT-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *               per regional input file

           COPY ERRLOG REPLACING ==:tag:== BY ==EXRATE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HISTORY==.

           COPY ERRLOG REPLACING ==:tag:== BY ==APLIMIT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPOUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==EXTROUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDOUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==ACKOUT1==.

           COPY ERRLOG REPLACING ==:tag:== BY ==ACKOUT2==.

           COPY ERRLOG REPLACING ==:tag:== BY ==ACKOUT3==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
