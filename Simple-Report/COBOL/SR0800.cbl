      *
      *                - SR0100 and SR0500 both completed
      *                - records read = printed + rejected
      *                  + held
      *                - the extract trailer repeats SR0100's
      *                  counts
      *                - the suspense file holds exactly the
      *                  rejected records
      *                - the hold file holds exactly the
      *                  large-value records held
      *                - SR0500 read exactly what SR0100 wrote
      *                  to TRANOUT, with no posting errors
      *                - the extract trailer net amount equals
      * Typical Use: Run as the last step of the nightly stream,
      *              EXTFILE pointed at the day's SR0100 extract,
      *              SUSPFILE at the day's SR0100 suspense file,
      *              HOLDFILE at the day's SR0100 hold file, and
      *              RECYCLE at the day's SR0300 output.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      *                          completed row left from
      *                          yesterday no longer passes as
      *                          today's run.
      * 2026-10-15 dastagg       Large-value hold queue - SR0100's
      *                          held count is now part of the
      *                          read proof, is checked against
      *                          the extract trailer, and must
      *                          equal the HOLDFILE record count.
      * 2026-10-15 dastagg       The header and trailer SR0300
      *                          now writes on RECYCLE are not
      *                          counted as recycled records.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-Status.

           SELECT HOLDFILE ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDFILE-Status.

           SELECT BALRPT  ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
           RECORD CONTAINS 50 CHARACTERS.
       01  RC-RECYCLE-RECORD              PIC X(50).

       FD  HOLDFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HD-HOLD-RECORD                 PIC X(100).

       FD  BALRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.
       01  WS-RECYCLE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RECYCLE==.

       01  WS-FEED-CONTROL-RECORD.
           COPY FDHREC.

       01  WS-HOLDFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDFILE==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0800".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
           05  WS-0100-READ               PIC 9(07)   COMP VALUE ZERO.
           05  WS-0100-REJECTED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-0100-PRINTED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-0100-HELD               PIC 9(07)   COMP VALUE ZERO.
           05  WS-0100-NET-AMOUNT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

           05  WS-EXT-READ                PIC 9(07)   COMP VALUE ZERO.
           05  WS-EXT-REJECTED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-EXT-PRINTED             PIC 9(07)   COMP VALUE ZERO.
           05  WS-EXT-HELD                PIC 9(07)   COMP VALUE ZERO.
           05  WS-EXT-NET-AMOUNT          PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

           05  WX-NET-WHOLE               PIC 9(09).
           05  FILLER                     PIC X(01).
           05  WX-NET-DECIMALS            PIC 9(02).
           05  FILLER                     PIC X(01).
           05  WX-RECORDS-HELD            PIC 9(07).
           05  FILLER                     PIC X(53).

       01  WS-FILE-COUNTS.
           05  WS-SUSPENSE-COUNT          PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECYCLE-COUNT           PIC 9(07)   COMP VALUE ZERO.
           05  WS-HOLD-COUNT              PIC 9(07)   COMP VALUE ZERO.

       01  WS-EXPECTED-TOTAL              PIC 9(07)   COMP VALUE ZERO.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open the report, gather each program's
      *                    control row, the extract trailer, and
      *                    the suspense/hold/recycle counts
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN OUTPUT BALRPT.
           OPEN EXTEND AUDITLOG.

           PERFORM 1500-COUNT-RECYCLE
               THRU 1500-COUNT-RECYCLE-EXIT.

           PERFORM 1600-COUNT-HOLD
               THRU 1600-COUNT-HOLD-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

               MOVE CTL-RECORDS-READ      TO WS-0100-READ
               MOVE CTL-RECORDS-REJECTED  TO WS-0100-REJECTED
               MOVE CTL-RECORDS-PRINTED   TO WS-0100-PRINTED
               IF CTL-RECORDS-HELD IS NUMERIC
                   MOVE CTL-RECORDS-HELD  TO WS-0100-HELD
               END-IF
               COMPUTE WS-0100-NET-AMOUNT = CTL-GROSS-AMOUNT
                   + CTL-ADJUST-AMOUNT - CTL-REVERSAL-AMOUNT
           ELSE

      ***********************************************************
      * 1310-SCAN-ONE-EXTRACT - read one extract record; a "T"
      *                          record is the trailer.  A trailer
      *                          written before the held count
      *                          was added to it carries spaces
      *                          there, read as zero held.
      ***********************************************************
       1310-SCAN-ONE-EXTRACT.
           READ EXTFILE.
               MOVE WX-RECORDS-READ       TO WS-EXT-READ
               MOVE WX-RECORDS-REJECTED   TO WS-EXT-REJECTED
               MOVE WX-RECORDS-PRINTED    TO WS-EXT-PRINTED
               IF WX-RECORDS-HELD IS NUMERIC
                   MOVE WX-RECORDS-HELD   TO WS-EXT-HELD
               ELSE
                   MOVE ZERO              TO WS-EXT-HELD
               END-IF
               COMPUTE WS-EXT-NET-AMOUNT =
                   WX-NET-WHOLE + (WX-NET-DECIMALS / 100)
               IF WX-NET-SIGN = "-"
           READ RECYCLE.

           IF WS-RECYCLE-Good
               MOVE RC-RECYCLE-RECORD     TO WS-FEED-CONTROL-RECORD
               IF NOT FH-CONTROL-RECORD
                   ADD 1                  TO WS-RECYCLE-COUNT
               END-IF
           END-IF.

       1510-COUNT-ONE-RECYCLE-EXIT.
           EXIT.

      ***********************************************************
      * 1600-COUNT-HOLD - count the day's large-value hold
      *                    records
      ***********************************************************
       1600-COUNT-HOLD.
           OPEN INPUT HOLDFILE.

           IF NOT WS-HOLDFILE-Good
               PERFORM 9800-LOG-ERROR-HOLDFILE
                   THRU 9800-LOG-ERROR-HOLDFILE-EXIT
               DISPLAY "SR0800 - UNABLE TO OPEN HOLDFILE, STATUS = "
                       WS-HOLDFILE-Status
               GO TO 1600-COUNT-HOLD-EXIT
           END-IF.

           PERFORM 1610-COUNT-ONE-HOLD
               THRU 1610-COUNT-ONE-HOLD-EXIT
               UNTIL WS-HOLDFILE-EOF OR NOT WS-HOLDFILE-Good.

           CLOSE HOLDFILE.

       1600-COUNT-HOLD-EXIT.
           EXIT.

       1610-COUNT-ONE-HOLD.
           READ HOLDFILE.

           IF WS-HOLDFILE-Good
               ADD 1                      TO WS-HOLD-COUNT
           END-IF.

       1610-COUNT-ONE-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROVE-BALANCES - one statement line per proof
      ***********************************************************
           PERFORM 2400-PROVE-SUSPENSE-COUNT
               THRU 2400-PROVE-SUSPENSE-COUNT-EXIT.

           PERFORM 2450-PROVE-HOLD-COUNT
               THRU 2450-PROVE-HOLD-COUNT-EXIT.

           PERFORM 2500-PROVE-POSTING-COUNTS
               THRU 2500-PROVE-POSTING-COUNTS-EXIT.


      ***********************************************************
      * 2200-PROVE-SR0100-COUNTS - read = printed + rejected
      *                             + held
      ***********************************************************
       2200-PROVE-SR0100-COUNTS.
           COMPUTE WS-EXPECTED-TOTAL =
               WS-0100-PRINTED + WS-0100-REJECTED + WS-0100-HELD.

           MOVE "SR0100 READ = PRINTED + REJECTED + HELD"
                                           TO WP-DESCRIPTION.
           MOVE WS-0100-READ               TO WP-VALUE-1.
           MOVE WS-EXPECTED-TOTAL          TO WP-VALUE-2.

           IF WS-EXT-READ = WS-0100-READ AND
              WS-EXT-REJECTED = WS-0100-REJECTED AND
              WS-EXT-PRINTED = WS-0100-PRINTED AND
              WS-EXT-HELD = WS-0100-HELD
               MOVE "IN BALANCE"          TO WP-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE"   TO WP-VERDICT
       2400-PROVE-SUSPENSE-COUNT-EXIT.
           EXIT.

      ***********************************************************
      * 2450-PROVE-HOLD-COUNT - the hold file must hold exactly
      *                          the records SR0100 held
      ***********************************************************
       2450-PROVE-HOLD-COUNT.
           MOVE "HOLD RECORDS = SR0100 HELD"
                                           TO WP-DESCRIPTION.
           MOVE WS-HOLD-COUNT              TO WP-VALUE-1.
           MOVE WS-0100-HELD               TO WP-VALUE-2.

           IF WS-HOLD-COUNT = WS-0100-HELD
               MOVE "IN BALANCE"          TO WP-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE"   TO WP-VERDICT
               SET WS-OUT-OF-BALANCE      TO TRUE
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.

       2450-PROVE-HOLD-COUNT-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PROVE-POSTING-COUNTS - SR0500 must have read exactly
      *                              what SR0100 wrote to TRANOUT
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - echo the verdict, record the run, and
      *                  close the files
      ***********************************************************
       3000-FINALIZE.
           IF WS-IN-BALANCE
           END-IF.

           CLOSE BALRPT.

           IF WS-OUT-OF-BALANCE
               MOVE 8                     TO RETURN-CODE
           END-IF.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           CLOSE AUDITLOG.

           IF WS-CTLFILE-AVAILABLE-YES
       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append this run to the RUNHIST
      *                            log.  The business date is the
      *                            one the SR0050 gate stamped on
      *                            the control row; a run with no
      *                            gate stamp is logged under the
      *                            date it started.
      *                            Read counts the suspense,
      *                            recycle and hold records
      *                            counted for the proof.
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

           COMPUTE RH-RECORDS-READ = WS-SUSPENSE-COUNT
                                   + WS-RECYCLE-COUNT
                                   + WS-HOLD-COUNT.
           MOVE ZERO                       TO RH-RECORDS-REJECTED.
           MOVE ZERO                       TO RH-RECORDS-PRINTED.
           MOVE WS-EXTFILE-Status          TO RH-FINAL-STATUS.
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
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RECYCLE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
