      ***********************************************************
      * Program name: SR0660
      * Original author: David Stagowski
      *
      * Description: Simple-Report ledger posting confirmation
      *              reconciliation.  Reads the confirmation file
      *              the ledger system returns for the GLJRNL
      *              batches SR0650 sends and matches each
      *              confirmation to the batch logged on the
      *              GLBATCH master by its batch date and time:
      *
      *                - the lines accepted plus the lines
      *                  rejected must equal the lines sent
      *                - the debits and credits posted must equal
      *                  the GJ-TRAILER totals sent less the
      *                  rejected lines, and each other
      *
      *              The outcome (confirmed, posted with lines
      *              rejected, refused by the ledger, or out of
      *              balance) and the ledger's figures are
      *              written back to the batch log.  Every
      *              rejected journal line is appended to the
      *              permanent GLREJECT file with the GJ-TRAN-KEY
      *              it came from, so SR0998 can show the item as
      *              rejected by the ledger.  Any batch logged as
      *              sent on an earlier day with no confirmation
      *              yet is reported missing.
      *
      *              The reconciliation report lists every batch
      *              confirmed this run and every missing batch,
      *              then the rejected lines.  Return code 8 when
      *              any batch is missing, refused, has lines
      *              rejected, or is out of balance (or the
      *              confirmation file itself is malformed);
      *              return code 16 when the batch log or the
      *              reject file cannot be opened.
      *
      * Typical Use: Run as a batch step each morning once the
      *              ledger's confirmation file has arrived,
      *              ahead of the day's SR0650 run.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so a dropped or rejected
      *                          ledger batch is caught the next
      *                          morning instead of at month end.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0660.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCONF  ASSIGN TO GLCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCONF-Status.

           SELECT GLBATCH ASSIGN TO GLBATCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BATCH-KEY
               FILE STATUS IS WS-GLBATCH-Status.

           SELECT GLREJECT ASSIGN TO GLREJECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJECT-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GLCONF
           RECORD CONTAINS 80 CHARACTERS.
       01  LC-CONFIRM-RECORD.
           COPY LCONREC.

       FD  GLBATCH.
       01  GB-BATCH-RECORD.
           COPY GLBREC.

       FD  GLREJECT
           RECORD CONTAINS 100 CHARACTERS.
       01  GR-REJECT-RECORD.
           COPY GLRJREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-GLCONF-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLCONF==.

       01  WS-GLBATCH-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLBATCH==.

       01  WS-GLREJECT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLREJECT==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0660".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-GLBATCH-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-GLBATCH-OPEN-YES                VALUE "Y".
               88  WS-GLBATCH-OPEN-NO                 VALUE "N".
           05  WS-GLREJECT-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-GLREJECT-OPEN-YES               VALUE "Y".
               88  WS-GLREJECT-OPEN-NO                VALUE "N".
           05  WS-GLCONF-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GLCONF-OPEN-YES                 VALUE "Y".
               88  WS-GLCONF-OPEN-NO                  VALUE "N".
           05  WS-IN-BATCH-SWITCH         PIC X(01)   VALUE "N".
               88  WS-IN-BATCH-YES                    VALUE "Y".
               88  WS-IN-BATCH-NO                     VALUE "N".
           05  WS-BATCH-KNOWN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-BATCH-KNOWN-YES                 VALUE "Y".
               88  WS-BATCH-KNOWN-NO                  VALUE "N".
           05  WS-BATCH-DUP-SWITCH        PIC X(01)   VALUE "N".
               88  WS-BATCH-DUP-YES                   VALUE "Y".
               88  WS-BATCH-DUP-NO                    VALUE "N".
           05  WS-SCAN-SWITCH             PIC X(01)   VALUE "N".
               88  WS-SCAN-DONE                       VALUE "Y".
               88  WS-SCAN-MORE                       VALUE "N".

       01  WS-CONFIRM-WORK.
           05  WS-CF-BATCH-DATE           PIC X(08)   VALUE SPACES.
           05  WS-CF-BATCH-TIME           PIC X(06)   VALUE SPACES.
           05  WS-CF-CONFIRM-DATE         PIC X(08)   VALUE SPACES.
           05  WS-CF-CONFIRM-TIME         PIC X(06)   VALUE SPACES.
           05  WS-CF-DISPOSITION          PIC X(01)   VALUE SPACE.
               88  WS-CF-BATCH-REFUSED                VALUE "R".
           05  WS-CF-REJECT-COUNT         PIC 9(07)   COMP VALUE ZERO.
           05  WS-CF-REJECT-DEBIT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-REJECT-CREDIT        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-LINES-ACCEPTED       PIC 9(07)   VALUE ZERO.
           05  WS-CF-LINES-REJECTED       PIC 9(07)   VALUE ZERO.
           05  WS-CF-POSTED-DEBIT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-POSTED-CREDIT        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-EXPECT-DEBIT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-EXPECT-CREDIT        PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CF-RESULT               PIC X(20)   VALUE SPACES.

       01  WS-RECON-TOTALS.
           05  WS-BATCHES-CONFIRMED       PIC 9(07)   COMP VALUE ZERO.
           05  WS-BATCHES-EXCEPTION       PIC 9(07)   COMP VALUE ZERO.
           05  WS-BATCHES-MISSING         PIC 9(07)   COMP VALUE ZERO.
           05  WS-LINES-REJECTED          PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-MALFORMED       PIC 9(07)   COMP VALUE ZERO.

       01  WS-HELD-CONTROL.
           05  WS-MAX-HELD-LINES          PIC 9(03)   COMP VALUE 200.
           05  WS-HELD-COUNT              PIC 9(03)   COMP VALUE ZERO.
           05  WS-HELD-SUB                PIC 9(03)   COMP VALUE ZERO.
           05  WS-HELD-DROPPED            PIC 9(07)   COMP VALUE ZERO.

       01  WS-HELD-TABLE.
           05  WS-HELD-LINE OCCURS 200 TIMES
                                          PIC X(133).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "LEDGER POSTING CONFIRMATION RECON".
           05  FILLER                     PIC X(09)   VALUE
               "RUN DATE ".
           05  WH1-RUN-DATE               PIC X(08).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(41)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(17)   VALUE
               "BATCH".
           05  FILLER                     PIC X(08)   VALUE
               "  LINES".
           05  FILLER                     PIC X(08)   VALUE
               "  LINES".
           05  FILLER                     PIC X(09)   VALUE
               "  LINES".
           05  FILLER                     PIC X(17)   VALUE
               "     DEBITS".
           05  FILLER                     PIC X(17)   VALUE
               "     DEBITS".
           05  FILLER                     PIC X(17)   VALUE
               "    CREDITS".
           05  FILLER                     PIC X(18)   VALUE
               "    CREDITS".
           05  FILLER                     PIC X(21)   VALUE SPACE.

       01  WS-HEADING-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(17)   VALUE
               "DATE/TIME".
           05  FILLER                     PIC X(08)   VALUE
               "   SENT".
           05  FILLER                     PIC X(08)   VALUE
               " POSTED".
           05  FILLER                     PIC X(09)   VALUE
               "REJECTED".
           05  FILLER                     PIC X(17)   VALUE
               "            SENT".
           05  FILLER                     PIC X(17)   VALUE
               "          POSTED".
           05  FILLER                     PIC X(17)   VALUE
               "            SENT".
           05  FILLER                     PIC X(18)   VALUE
               "          POSTED".
           05  FILLER                     PIC X(21)   VALUE
               "RESULT".

       01  WS-BATCH-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-BATCH-DATE              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  WB-BATCH-TIME              PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WB-LINES-SENT              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-LINES-POSTED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-LINES-REJECTED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WB-DEBITS-SENT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-DEBITS-POSTED           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-CREDITS-SENT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WB-CREDITS-POSTED          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WB-RESULT                  PIC X(20).
           05  FILLER                     PIC X(01)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-SECTION-TITLE           PIC X(50).
           05  FILLER                     PIC X(82)   VALUE SPACE.

       01  WS-REJECT-HEADING.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(17)   VALUE
               "BATCH DATE/TIME".
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(10)   VALUE
               "TRAN DATE".
           05  FILLER                     PIC X(10)   VALUE
               "ACCOUNT".
           05  FILLER                     PIC X(03)   VALUE
               "DC".
           05  FILLER                     PIC X(16)   VALUE
               "        AMOUNT".
           05  FILLER                     PIC X(06)   VALUE
               "RSN".
           05  FILLER                     PIC X(30)   VALUE
               "LEDGER REASON".
           05  FILLER                     PIC X(26)   VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WR-BATCH-DATE              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  WR-BATCH-TIME              PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-TRAN-KEY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-TRAN-DATE               PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-ACCOUNT                 PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-DEBIT-CREDIT            PIC X(01).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-REASON-CODE             PIC X(04).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WR-REASON-TEXT             PIC X(30).
           05  FILLER                     PIC X(26)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE "(NONE)".
           05  FILLER                     PIC X(120)  VALUE SPACE.

       01  WS-TRAILER-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CONFIRM RECORDS..".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BATCHES CONFIRMED".
           05  WT2-BATCHES-CONFIRMED      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BATCHES IN ERROR.".
           05  WT3-BATCHES-EXCEPTION      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BATCHES MISSING..".
           05  WT4-BATCHES-MISSING        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LINES REJECTED...".
           05  WT5-LINES-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "MALFORMED RECORDS".
           05  WT6-RECORDS-MALFORMED      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(60)   VALUE
               "**WARNING** MORE REJECTS THAN LISTED, SEE GLREJECT".
           05  FILLER                     PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-CONFIRM
               THRU 2000-PROCESS-CONFIRM-EXIT
               UNTIL WS-EOF-YES.

           IF WS-IN-BATCH-YES
               PERFORM 2500-CLOSE-UNFINISHED
                   THRU 2500-CLOSE-UNFINISHED-EXIT
           END-IF.

           IF WS-GLBATCH-OPEN-YES
               PERFORM 2700-FIND-MISSING
                   THRU 2700-FIND-MISSING-EXIT
           END-IF.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open the batch log, the reject file,
      *                    and the confirmation file, and prime
      *                    the read loop
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0660 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.

           PERFORM 3900-PRINT-HEADINGS
               THRU 3900-PRINT-HEADINGS-EXIT.

           OPEN I-O GLBATCH.

           IF WS-GLBATCH-Good
               SET WS-GLBATCH-OPEN-YES    TO TRUE
           ELSE
               IF NOT WS-GLBATCH-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               DISPLAY "SR0660 - UNABLE TO OPEN GLBATCH, STATUS = "
                       WS-GLBATCH-Status
               SET WS-GLBATCH-OPEN-NO     TO TRUE
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND GLREJECT.

           IF WS-GLREJECT-File-Not-Found
               OPEN OUTPUT GLREJECT
           END-IF.

           IF WS-GLREJECT-Good
               SET WS-GLREJECT-OPEN-YES   TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-GLREJECT
                   THRU 9800-LOG-ERROR-GLREJECT-EXIT
               DISPLAY "SR0660 - UNABLE TO OPEN GLREJECT, STATUS = "
                       WS-GLREJECT-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT GLCONF.

           IF WS-GLCONF-Good
               SET WS-GLCONF-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-GLCONF-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLCONF
                       THRU 9800-LOG-ERROR-GLCONF-EXIT
               END-IF
               DISPLAY "SR0660 - NO LEDGER CONFIRMATIONS RECEIVED, "
                       "STATUS = " WS-GLCONF-Status
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-GLCONF
               THRU 2100-READ-GLCONF-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-CONFIRM - route one confirmation record by
      *                         its type and read on
      ***********************************************************
       2000-PROCESS-CONFIRM.
           EVALUATE TRUE
               WHEN LC-HEADER
                   PERFORM 2200-START-BATCH
                       THRU 2200-START-BATCH-EXIT
               WHEN LC-REJECT
                   PERFORM 2300-RECORD-REJECT
                       THRU 2300-RECORD-REJECT-EXIT
               WHEN LC-TRAILER
                   PERFORM 2400-END-BATCH
                       THRU 2400-END-BATCH-EXIT
               WHEN OTHER
                   ADD 1                  TO WS-RECORDS-MALFORMED
                   DISPLAY "SR0660 - UNKNOWN CONFIRMATION RECORD "
                           "TYPE '" LC-RECORD-TYPE "' AT RECORD "
                           WS-RECORDS-READ
           END-EVALUATE.

           PERFORM 2100-READ-GLCONF
               THRU 2100-READ-GLCONF-EXIT.

       2000-PROCESS-CONFIRM-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-GLCONF - single read of the confirmation file
      ***********************************************************
       2100-READ-GLCONF.
           READ GLCONF.

           IF WS-GLCONF-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-GLCONF-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-GLCONF-Good AND NOT WS-GLCONF-EOF
               PERFORM 9800-LOG-ERROR-GLCONF
                   THRU 9800-LOG-ERROR-GLCONF-EXIT
               DISPLAY "SR0660 - GLCONF READ FAILED, STATUS = "
                       WS-GLCONF-Status
               ADD 1                      TO WS-RECORDS-MALFORMED
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-GLCONF-EXIT.
           EXIT.

      ***********************************************************
      * 2200-START-BATCH - a confirmation header: find the batch
      *                     it answers on the log.  A batch that
      *                     was already confirmed is reported as a
      *                     duplicate and its lines are not logged
      *                     twice.
      ***********************************************************
       2200-START-BATCH.
           IF WS-IN-BATCH-YES
               PERFORM 2500-CLOSE-UNFINISHED
                   THRU 2500-CLOSE-UNFINISHED-EXIT
           END-IF.

           SET WS-IN-BATCH-YES            TO TRUE.
           SET WS-BATCH-KNOWN-NO          TO TRUE.
           SET WS-BATCH-DUP-NO            TO TRUE.

           MOVE LC-BATCH-DATE              TO WS-CF-BATCH-DATE.
           MOVE LC-BATCH-TIME              TO WS-CF-BATCH-TIME.
           MOVE LC-CONFIRM-DATE            TO WS-CF-CONFIRM-DATE.
           MOVE LC-CONFIRM-TIME            TO WS-CF-CONFIRM-TIME.
           MOVE LC-DISPOSITION             TO WS-CF-DISPOSITION.
           MOVE ZERO                       TO WS-CF-REJECT-COUNT.
           MOVE ZERO                       TO WS-CF-REJECT-DEBIT.
           MOVE ZERO                       TO WS-CF-REJECT-CREDIT.
           MOVE ZERO                       TO WS-CF-LINES-ACCEPTED.
           MOVE ZERO                       TO WS-CF-LINES-REJECTED.
           MOVE ZERO                       TO WS-CF-POSTED-DEBIT.
           MOVE ZERO                       TO WS-CF-POSTED-CREDIT.

           MOVE LC-BATCH-DATE              TO GB-BATCH-DATE.
           MOVE LC-BATCH-TIME              TO GB-BATCH-TIME.

           READ GLBATCH.

           IF WS-GLBATCH-Good
               SET WS-BATCH-KNOWN-YES     TO TRUE
               IF NOT GB-STATUS-AWAITING
                   SET WS-BATCH-DUP-YES   TO TRUE
               END-IF
               GO TO 2200-START-BATCH-EXIT
           END-IF.

           IF NOT WS-GLBATCH-Not-Found AND
              NOT WS-GLBATCH-Invalid-Key
               PERFORM 9800-LOG-ERROR-GLBATCH
                   THRU 9800-LOG-ERROR-GLBATCH-EXIT
           END-IF.

       2200-START-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 2300-RECORD-REJECT - one journal line the ledger would
      *                       not post: total it by side, log it
      *                       to GLREJECT, and hold its print line
      ***********************************************************
       2300-RECORD-REJECT.
           IF WS-IN-BATCH-NO
               ADD 1                      TO WS-RECORDS-MALFORMED
               DISPLAY "SR0660 - REJECT RECORD OUTSIDE A BATCH AT "
                       "RECORD " WS-RECORDS-READ
               GO TO 2300-RECORD-REJECT-EXIT
           END-IF.

           IF WS-BATCH-DUP-YES
               GO TO 2300-RECORD-REJECT-EXIT
           END-IF.

           ADD 1                          TO WS-CF-REJECT-COUNT.

           IF LC-REJ-DEBIT
               ADD LC-REJ-AMOUNT          TO WS-CF-REJECT-DEBIT
           ELSE
               ADD LC-REJ-AMOUNT          TO WS-CF-REJECT-CREDIT
           END-IF.

           MOVE SPACES                     TO GR-REJECT-RECORD.
           MOVE WS-CF-BATCH-DATE           TO GR-BATCH-DATE.
           MOVE WS-CF-BATCH-TIME           TO GR-BATCH-TIME.
           MOVE LC-REJ-TRAN-KEY            TO GR-TRAN-KEY.
           MOVE LC-REJ-TRAN-DATE           TO GR-TRAN-DATE.
           MOVE LC-REJ-ACCOUNT             TO GR-ACCOUNT.
           MOVE LC-REJ-DEBIT-CREDIT        TO GR-DEBIT-CREDIT.
           MOVE LC-REJ-AMOUNT              TO GR-AMOUNT.
           MOVE LC-REJ-REASON-CODE         TO GR-REASON-CODE.
           MOVE LC-REJ-REASON-TEXT         TO GR-REASON-TEXT.
           MOVE WS-RUN-DATE                TO GR-RECON-DATE.

           WRITE GR-REJECT-RECORD.

           IF WS-GLREJECT-Good
               ADD 1                      TO WS-LINES-REJECTED
           ELSE
               PERFORM 9800-LOG-ERROR-GLREJECT
                   THRU 9800-LOG-ERROR-GLREJECT-EXIT
               DISPLAY "SR0660 - GLREJECT WRITE FAILED, STATUS = "
                       WS-GLREJECT-Status
               MOVE 16                    TO RETURN-CODE
           END-IF.

           IF WS-HELD-COUNT >= WS-MAX-HELD-LINES
               ADD 1                      TO WS-HELD-DROPPED
               GO TO 2300-RECORD-REJECT-EXIT
           END-IF.

           MOVE GR-BATCH-DATE              TO WR-BATCH-DATE.
           MOVE GR-BATCH-TIME              TO WR-BATCH-TIME.
           MOVE GR-TRAN-KEY                TO WR-TRAN-KEY.
           MOVE GR-TRAN-DATE               TO WR-TRAN-DATE.
           MOVE GR-ACCOUNT                 TO WR-ACCOUNT.
           MOVE GR-DEBIT-CREDIT            TO WR-DEBIT-CREDIT.
           MOVE GR-AMOUNT                  TO WR-AMOUNT.
           MOVE GR-REASON-CODE             TO WR-REASON-CODE.
           MOVE GR-REASON-TEXT             TO WR-REASON-TEXT.

           ADD 1                          TO WS-HELD-COUNT.
           MOVE WS-REJECT-LINE    TO WS-HELD-LINE (WS-HELD-COUNT).

       2300-RECORD-REJECT-EXIT.
           EXIT.

      ***********************************************************
      * 2400-END-BATCH - a confirmation trailer: reconcile the
      *                   ledger's figures to what was sent, write
      *                   the outcome back to the batch log, and
      *                   print the batch line
      ***********************************************************
       2400-END-BATCH.
           IF WS-IN-BATCH-NO
               ADD 1                      TO WS-RECORDS-MALFORMED
               DISPLAY "SR0660 - TRAILER RECORD OUTSIDE A BATCH AT "
                       "RECORD " WS-RECORDS-READ
               GO TO 2400-END-BATCH-EXIT
           END-IF.

           SET WS-IN-BATCH-NO             TO TRUE.

           MOVE LC-LINES-ACCEPTED          TO WS-CF-LINES-ACCEPTED.
           MOVE LC-LINES-REJECTED          TO WS-CF-LINES-REJECTED.
           MOVE LC-POSTED-DEBIT            TO WS-CF-POSTED-DEBIT.
           MOVE LC-POSTED-CREDIT           TO WS-CF-POSTED-CREDIT.

           IF WS-BATCH-KNOWN-NO
               MOVE "UNKNOWN BATCH"       TO WS-CF-RESULT
               ADD 1                      TO WS-BATCHES-EXCEPTION
               PERFORM 2600-PRINT-BATCH-LINE
                   THRU 2600-PRINT-BATCH-LINE-EXIT
               GO TO 2400-END-BATCH-EXIT
           END-IF.

           IF WS-BATCH-DUP-YES
               MOVE "DUPLICATE CONFIRM"   TO WS-CF-RESULT
               ADD 1                      TO WS-BATCHES-EXCEPTION
               PERFORM 2600-PRINT-BATCH-LINE
                   THRU 2600-PRINT-BATCH-LINE-EXIT
               GO TO 2400-END-BATCH-EXIT
           END-IF.

           COMPUTE WS-CF-EXPECT-DEBIT =
               GB-DEBIT-TOTAL - WS-CF-REJECT-DEBIT.
           COMPUTE WS-CF-EXPECT-CREDIT =
               GB-CREDIT-TOTAL - WS-CF-REJECT-CREDIT.

           EVALUATE TRUE
               WHEN WS-CF-BATCH-REFUSED
                   SET GB-STATUS-REJECTED TO TRUE
                   MOVE "REFUSED BY LEDGER"
                                          TO WS-CF-RESULT
               WHEN WS-CF-LINES-ACCEPTED + WS-CF-LINES-REJECTED
                       NOT = GB-LINE-COUNT
                 OR WS-CF-LINES-REJECTED NOT = WS-CF-REJECT-COUNT
                 OR WS-CF-POSTED-DEBIT NOT = WS-CF-EXPECT-DEBIT
                 OR WS-CF-POSTED-CREDIT NOT = WS-CF-EXPECT-CREDIT
                 OR WS-CF-POSTED-DEBIT NOT = WS-CF-POSTED-CREDIT
                   SET GB-STATUS-UNBALANCED TO TRUE
                   MOVE "OUT OF BALANCE"  TO WS-CF-RESULT
               WHEN WS-CF-REJECT-COUNT > ZERO
                   SET GB-STATUS-PARTIAL  TO TRUE
                   MOVE "LINES REJECTED"  TO WS-CF-RESULT
               WHEN OTHER
                   SET GB-STATUS-CONFIRMED TO TRUE
                   MOVE "CONFIRMED"       TO WS-CF-RESULT
           END-EVALUATE.

           IF GB-STATUS-CONFIRMED
               ADD 1                      TO WS-BATCHES-CONFIRMED
           ELSE
               ADD 1                      TO WS-BATCHES-EXCEPTION
           END-IF.

           MOVE WS-CF-CONFIRM-DATE         TO GB-CONFIRM-DATE.
           MOVE WS-CF-CONFIRM-TIME         TO GB-CONFIRM-TIME.
           MOVE WS-CF-LINES-ACCEPTED       TO GB-LINES-ACCEPTED.
           MOVE WS-CF-LINES-REJECTED       TO GB-LINES-REJECTED.
           MOVE WS-CF-POSTED-DEBIT         TO GB-POSTED-DEBIT.
           MOVE WS-CF-POSTED-CREDIT        TO GB-POSTED-CREDIT.
           MOVE WS-RUN-DATE                TO GB-RECON-DATE.

           REWRITE GB-BATCH-RECORD.

           IF NOT WS-GLBATCH-Good
               PERFORM 9800-LOG-ERROR-GLBATCH
                   THRU 9800-LOG-ERROR-GLBATCH-EXIT
               DISPLAY "SR0660 - GLBATCH REWRITE FAILED, STATUS = "
                       WS-GLBATCH-Status
               MOVE 16                    TO RETURN-CODE
           END-IF.

           PERFORM 2600-PRINT-BATCH-LINE
               THRU 2600-PRINT-BATCH-LINE-EXIT.

       2400-END-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 2500-CLOSE-UNFINISHED - a confirmation header with no
      *                          trailer before the next header or
      *                          the end of the file; the batch is
      *                          left awaiting confirmation
      ***********************************************************
       2500-CLOSE-UNFINISHED.
           SET WS-IN-BATCH-NO             TO TRUE.
           ADD 1                          TO WS-RECORDS-MALFORMED.
           ADD 1                          TO WS-BATCHES-EXCEPTION.
           MOVE "NO TRAILER"               TO WS-CF-RESULT.

           PERFORM 2600-PRINT-BATCH-LINE
               THRU 2600-PRINT-BATCH-LINE-EXIT.

       2500-CLOSE-UNFINISHED-EXIT.
           EXIT.

      ***********************************************************
      * 2600-PRINT-BATCH-LINE - one batch line: what was sent
      *                          from the log (when the batch is
      *                          on it), what the ledger posted,
      *                          and the result
      ***********************************************************
       2600-PRINT-BATCH-LINE.
           MOVE WS-CF-BATCH-DATE           TO WB-BATCH-DATE.
           MOVE WS-CF-BATCH-TIME           TO WB-BATCH-TIME.

           IF WS-BATCH-KNOWN-YES
               MOVE GB-LINE-COUNT         TO WB-LINES-SENT
               MOVE GB-DEBIT-TOTAL        TO WB-DEBITS-SENT
               MOVE GB-CREDIT-TOTAL       TO WB-CREDITS-SENT
           ELSE
               MOVE ZERO                  TO WB-LINES-SENT
               MOVE ZERO                  TO WB-DEBITS-SENT
               MOVE ZERO                  TO WB-CREDITS-SENT
           END-IF.

           MOVE WS-CF-LINES-ACCEPTED       TO WB-LINES-POSTED.
           MOVE WS-CF-LINES-REJECTED       TO WB-LINES-REJECTED.
           MOVE WS-CF-POSTED-DEBIT         TO WB-DEBITS-POSTED.
           MOVE WS-CF-POSTED-CREDIT        TO WB-CREDITS-POSTED.
           MOVE WS-CF-RESULT               TO WB-RESULT.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2600-PRINT-BATCH-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2700-FIND-MISSING - sweep the batch log for batches sent
      *                      before today that the ledger has
      *                      still not confirmed
      ***********************************************************
       2700-FIND-MISSING.
           MOVE LOW-VALUES                 TO GB-BATCH-KEY.

           START GLBATCH KEY >= GB-BATCH-KEY.

           IF NOT WS-GLBATCH-Good
               IF NOT WS-GLBATCH-Not-Found AND
                  NOT WS-GLBATCH-Invalid-Key
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               GO TO 2700-FIND-MISSING-EXIT
           END-IF.

           SET WS-SCAN-MORE               TO TRUE.

           PERFORM 2710-CHECK-ONE-BATCH
               THRU 2710-CHECK-ONE-BATCH-EXIT
               UNTIL WS-SCAN-DONE.

       2700-FIND-MISSING-EXIT.
           EXIT.

      ***********************************************************
      * 2710-CHECK-ONE-BATCH - read the next logged batch and
      *                         report it if it is overdue
      ***********************************************************
       2710-CHECK-ONE-BATCH.
           READ GLBATCH NEXT RECORD.

           IF NOT WS-GLBATCH-Good
               IF NOT WS-GLBATCH-EOF
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               SET WS-SCAN-DONE           TO TRUE
               GO TO 2710-CHECK-ONE-BATCH-EXIT
           END-IF.

           IF NOT GB-STATUS-SENT OR GB-BATCH-DATE NOT < WS-RUN-DATE
               GO TO 2710-CHECK-ONE-BATCH-EXIT
           END-IF.

           ADD 1                          TO WS-BATCHES-MISSING.
           ADD 1                          TO WS-BATCHES-EXCEPTION.

           SET WS-BATCH-KNOWN-YES         TO TRUE.
           MOVE GB-BATCH-DATE              TO WS-CF-BATCH-DATE.
           MOVE GB-BATCH-TIME              TO WS-CF-BATCH-TIME.
           MOVE ZERO                       TO WS-CF-LINES-ACCEPTED.
           MOVE ZERO                       TO WS-CF-LINES-REJECTED.
           MOVE ZERO                       TO WS-CF-POSTED-DEBIT.
           MOVE ZERO                       TO WS-CF-POSTED-CREDIT.
           MOVE "MISSING - NO CONFIRM"     TO WS-CF-RESULT.

           PERFORM 2600-PRINT-BATCH-LINE
               THRU 2600-PRINT-BATCH-LINE-EXIT.

       2710-CHECK-ONE-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - list the rejected lines, print the
      *                  trailer, set the return code, and close
      *                  the files
      ***********************************************************
       3000-FINALIZE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 5
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE "LINES REJECTED BY THE LEDGER"
                                           TO WS-SECTION-TITLE.
           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-REJECT-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 5                          TO WS-LINE-COUNT.

           IF WS-HELD-COUNT = ZERO
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3100-PRINT-ONE-REJECT
                   THRU 3100-PRINT-ONE-REJECT-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-BATCHES-CONFIRMED       TO WT2-BATCHES-CONFIRMED.
           MOVE WS-BATCHES-EXCEPTION       TO WT3-BATCHES-EXCEPTION.
           MOVE WS-BATCHES-MISSING         TO WT4-BATCHES-MISSING.
           MOVE WS-LINES-REJECTED          TO WT5-LINES-REJECTED.
           MOVE WS-RECORDS-MALFORMED       TO WT6-RECORDS-MALFORMED.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-6
               AFTER ADVANCING 1 LINE.

           IF WS-HELD-DROPPED > ZERO
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-7
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF RETURN-CODE < 8 AND
              (WS-BATCHES-EXCEPTION > ZERO OR
               WS-RECORDS-MALFORMED > ZERO)
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

           IF WS-GLCONF-OPEN-YES
               CLOSE GLCONF
           END-IF.

           IF WS-GLBATCH-OPEN-YES
               CLOSE GLBATCH
           END-IF.

           IF WS-GLREJECT-OPEN-YES
               CLOSE GLREJECT
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3100-PRINT-ONE-REJECT - print one held rejected-line entry
      ***********************************************************
       3100-PRINT-ONE-REJECT.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
               WRITE WS-PRINT-RECORD      FROM WS-REJECT-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2                      TO WS-LINE-COUNT
           END-IF.

           WRITE WS-PRINT-RECORD
               FROM WS-HELD-LINE (WS-HELD-SUB)
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       3100-PRINT-ONE-REJECT-EXIT.
           EXIT.

      ***********************************************************
      * 3900-PRINT-HEADINGS - start a new report page
      ***********************************************************
       3900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.
           MOVE WS-RUN-DATE                TO WH1-RUN-DATE.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
               AFTER ADVANCING 1 LINE.

           MOVE 4                         TO WS-LINE-COUNT.

       3900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==GLCONF==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLBATCH==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLREJECT==.
