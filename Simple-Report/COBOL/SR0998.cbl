      *                  SUSPNEW)
      *                - the audit-trail entries logged by the
      *                  rejecting program on the reject dates
      *                - its lines on the current GL journal batch
      *                  (GLJRNL) and any line the ledger rejected
      *                  (GLREJECT, from SR0660)
      *
      *              so a regional "where is transaction X" call
      *              is answered from one page instead of five
      *                          layout change cannot silently
      *                          misparse the carry-forward
      *                          section.
      * 2026-10-15 dastagg       Suspense lines now print the
      *                          reject reason's name beside its
      *                          code from the shared RSNTAB
      *                          table, and a resend released by
      *                          SR0300 past the already-posted
      *                          check is shown as such.
      * 2026-10-15 dastagg       Added the GL journal and ledger
      *                          reject sections so an item shows
      *                          as journaled, or as rejected by
      *                          the ledger.
      * 2026-10-15 dastagg       The header and trailer SR0300
      *                          now writes on RECYCLE are
      *                          skipped in the recycle trace.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITIN-Status.

           SELECT GLJRNL  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-Status.

           SELECT GLREJECT ASSIGN TO GLREJECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJECT-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  GLJRNL
           RECORD CONTAINS 80 CHARACTERS.
       01  GJ-JOURNAL-RECORD.
           COPY GLJREC.

       FD  GLREJECT
           RECORD CONTAINS 100 CHARACTERS.
       01  GR-REJECT-RECORD.
           COPY GLRJREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).
       01  WS-AUDITIN-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITIN==.

       01  WS-GLJRNL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLJRNL==.

       01  WS-GLREJECT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLREJECT==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0998".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
           05  WS-SUSPENSE-HITS           PIC 9(05)   COMP VALUE ZERO.
           05  WS-SUSPNEW-HITS            PIC 9(05)   COMP VALUE ZERO.
           05  WS-RECYCLE-HITS            PIC 9(05)   COMP VALUE ZERO.
           05  WS-RELEASE-HITS            PIC 9(05)   COMP VALUE ZERO.
           05  WS-AUDIT-HITS              PIC 9(05)   COMP VALUE ZERO.
           05  WS-JOURNAL-HITS            PIC 9(05)   COMP VALUE ZERO.
           05  WS-LEDGER-REJECT-HITS      PIC 9(05)   COMP VALUE ZERO.

       01  WS-JOURNAL-BATCH.
           05  WS-JB-BATCH-DATE           PIC X(08)   VALUE SPACES.
           05  WS-JB-BATCH-TIME           PIC X(06)   VALUE SPACES.

       01  WS-SCAN-DONE-SWITCH            PIC X(01)   VALUE "N".
           88  WS-SCAN-DONE                           VALUE "Y".
       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-FEED-CONTROL-RECORD.
           COPY FDHREC.

       01  WS-SUSPNEW-WORK.
           COPY SUSPREC.

       01  WS-REASON-NAMES.
           COPY RSNTAB.

       01  WS-PAGE-HEADING.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
           05  FILLER                     PIC X(07)   VALUE
               "REASON ".
           05  WP-SU-REASON               PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-SU-REASON-NAME          PIC X(14).
           05  FILLER                     PIC X(09)   VALUE
               " BY PGM ".
           05  WP-SU-PROGRAM              PIC X(08).
           05  FILLER                     PIC X(09)   VALUE
               " AMOUNT ".
           05  WP-SU-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(34)   VALUE SPACE.

       01  WS-RECYCLE-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(09)   VALUE
               " AMOUNT ".
           05  WP-RC-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-RC-RELEASE-NOTE         PIC X(16).
           05  FILLER                     PIC X(53)   VALUE SPACE.

       01  WS-AUDIT-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WP-AU-STATUS               PIC X(02).
           05  FILLER                     PIC X(75)   VALUE SPACE.

       01  WS-JOURNAL-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(06)   VALUE
               "BATCH ".
           05  WP-GJ-BATCH-DATE           PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  WP-GJ-BATCH-TIME           PIC X(06).
           05  FILLER                     PIC X(09)   VALUE
               " ACCOUNT ".
           05  WP-GJ-ACCOUNT              PIC 9(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-GJ-SIDE                 PIC X(02).
           05  FILLER                     PIC X(08)   VALUE
               " AMOUNT ".
           05  WP-GJ-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(10)   VALUE
               " CATEGORY ".
           05  WP-GJ-CATEGORY             PIC X(10).
           05  FILLER                     PIC X(47)   VALUE SPACE.

       01  WS-LEDGER-REJECT-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(06)   VALUE
               "BATCH ".
           05  WP-GR-BATCH-DATE           PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  WP-GR-BATCH-TIME           PIC X(06).
           05  FILLER                     PIC X(09)   VALUE
               " ACCOUNT ".
           05  WP-GR-ACCOUNT              PIC 9(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-GR-SIDE                 PIC X(02).
           05  FILLER                     PIC X(08)   VALUE
               " AMOUNT ".
           05  WP-GR-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(08)   VALUE
               " REASON ".
           05  WP-GR-REASON-CODE          PIC X(04).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-GR-REASON-TEXT          PIC X(30).
           05  FILLER                     PIC X(12)   VALUE
               " RECONCILED ".
           05  WP-GR-RECON-DATE           PIC X(08).
           05  FILLER                     PIC X(04)   VALUE SPACE.

       01  WS-DISPOSITION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(15)   VALUE
                   THRU 2400-TRACE-RECYCLE-EXIT
               PERFORM 2500-TRACE-AUDIT
                   THRU 2500-TRACE-AUDIT-EXIT
               PERFORM 2700-TRACE-JOURNAL
                   THRU 2700-TRACE-JOURNAL-EXIT
               PERFORM 2800-TRACE-LEDGER-REJECT
                   THRU 2800-TRACE-LEDGER-REJECT-EXIT
               PERFORM 2600-PRINT-DISPOSITION
                   THRU 2600-PRINT-DISPOSITION-EXIT
           END-IF.
           ADD 1                          TO WS-SUSPENSE-HITS.
           MOVE SU-REJECT-REASON OF SU-SUSPENSE-RECORD
                                           TO WP-SU-REASON.
           MOVE SU-REJECT-REASON OF SU-SUSPENSE-RECORD
                                           TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME             TO WP-SU-REASON-NAME.
           MOVE SU-REJECT-PROGRAM OF SU-SUSPENSE-RECORD
                                           TO WP-SU-PROGRAM.
           MOVE SU-REJECT-DATE OF SU-SUSPENSE-RECORD
           ADD 1                          TO WS-SUSPNEW-HITS.
           MOVE SU-REJECT-REASON OF WS-SUSPNEW-WORK
                                           TO WP-SU-REASON.
           MOVE SU-REJECT-REASON OF WS-SUSPNEW-WORK
                                           TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME             TO WP-SU-REASON-NAME.
           MOVE SU-REJECT-PROGRAM OF WS-SUSPNEW-WORK
                                           TO WP-SU-PROGRAM.
           MOVE SU-REJECT-DATE OF WS-SUSPNEW-WORK
           END-IF.

           MOVE RC-RECYCLE-RECORD          TO WS-TRAN-WORK.
           MOVE RC-RECYCLE-RECORD          TO WS-FEED-CONTROL-RECORD.

           IF FH-CONTROL-RECORD
               GO TO 2450-READ-ONE-RECYCLE-EXIT
           END-IF.

           IF TR-TRAN-KEY NOT = WS-TRACE-KEY
               GO TO 2450-READ-ONE-RECYCLE-EXIT
           MOVE TR-TRAN-DATE               TO WP-RC-TRAN-DATE.
           MOVE TR-AMOUNT                  TO WP-RC-AMOUNT.

           IF TR-RESEND-RELEASED
               ADD 1                      TO WS-RELEASE-HITS
               MOVE "RELEASED RESEND"     TO WP-RC-RELEASE-NOTE
           ELSE
               MOVE SPACES                TO WP-RC-RELEASE-NOTE
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-RECYCLE-LINE
               AFTER ADVANCING 1 LINE.

               WHEN WS-SUSPNEW-HITS > ZERO
                   MOVE "STILL IN SUSPENSE AWAITING REPAIR"
                                          TO WP-DISPOSITION
               WHEN WS-RELEASE-HITS > ZERO
                   MOVE "RELEASED BY SR0300 AS A GENUINE RESEND"
                                          TO WP-DISPOSITION
               WHEN WS-RECYCLE-HITS > ZERO
                   MOVE "REPAIRED BY SR0300 AND RECYCLED FOR RERUN"
                                          TO WP-DISPOSITION
               WHEN WS-SUSPENSE-HITS > ZERO
                   MOVE "LEFT SUSPENSE - DELETED BY SR0300"
                                          TO WP-DISPOSITION
               WHEN WS-LEDGER-REJECT-HITS > ZERO
                   MOVE "JOURNALED - REJECTED BY LEDGER"
                                          TO WP-DISPOSITION
               WHEN WS-JOURNAL-HITS > ZERO AND
                    WS-HISTORY-HITS > ZERO
                   MOVE "POSTED TO HISTORY AND JOURNALED TO LEDGER"
                                          TO WP-DISPOSITION
               WHEN WS-JOURNAL-HITS > ZERO
                   MOVE "JOURNALED TO LEDGER, NOT YET IN HISTORY"
                                          TO WP-DISPOSITION
               WHEN WS-HISTORY-HITS > ZERO
                   MOVE "POSTED TO HISTORY, NOT IN SUSPENSE"
                                          TO WP-DISPOSITION
       2600-PRINT-DISPOSITION-EXIT.
           EXIT.

      ***********************************************************
      * 2700-TRACE-JOURNAL - the item's lines on the current GL
      *                       journal batch from SR0650
      ***********************************************************
       2700-TRACE-JOURNAL.
           MOVE "GL JOURNAL - CURRENT BATCH (GLJRNL)"
                                           TO WS-SECTION-TITLE.
           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           OPEN INPUT GLJRNL.

           IF NOT WS-GLJRNL-Good
               DISPLAY "SR0998 - GLJRNL NOT AVAILABLE, STATUS = "
                       WS-GLJRNL-Status
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2700-TRACE-JOURNAL-EXIT
           END-IF.

           SET WS-SCAN-MORE               TO TRUE.

           PERFORM 2750-READ-ONE-JOURNAL
               THRU 2750-READ-ONE-JOURNAL-EXIT
               UNTIL WS-SCAN-DONE.

           IF WS-JOURNAL-HITS = ZERO
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE GLJRNL.

       2700-TRACE-JOURNAL-EXIT.
           EXIT.

       2750-READ-ONE-JOURNAL.
           READ GLJRNL.

           IF NOT WS-GLJRNL-Good
               SET WS-SCAN-DONE           TO TRUE
               GO TO 2750-READ-ONE-JOURNAL-EXIT
           END-IF.

           IF GJ-HEADER
               MOVE GJ-BATCH-DATE          TO WS-JB-BATCH-DATE
               MOVE GJ-BATCH-TIME          TO WS-JB-BATCH-TIME
               GO TO 2750-READ-ONE-JOURNAL-EXIT
           END-IF.

           IF NOT GJ-DETAIL
               GO TO 2750-READ-ONE-JOURNAL-EXIT
           END-IF.

           IF GJ-TRAN-KEY NOT = WS-TRACE-KEY
               GO TO 2750-READ-ONE-JOURNAL-EXIT
           END-IF.

           IF WS-DATE-GIVEN-YES AND GJ-TRAN-DATE NOT = WS-TRACE-DATE
               GO TO 2750-READ-ONE-JOURNAL-EXIT
           END-IF.

           ADD 1                          TO WS-JOURNAL-HITS.
           MOVE WS-JB-BATCH-DATE           TO WP-GJ-BATCH-DATE.
           MOVE WS-JB-BATCH-TIME           TO WP-GJ-BATCH-TIME.
           MOVE GJ-ACCOUNT                 TO WP-GJ-ACCOUNT.
           IF GJ-SIDE-DEBIT
               MOVE "DR"                  TO WP-GJ-SIDE
           ELSE
               MOVE "CR"                  TO WP-GJ-SIDE
           END-IF.
           MOVE GJ-AMOUNT                  TO WP-GJ-AMOUNT.
           MOVE GJ-CATEGORY                TO WP-GJ-CATEGORY.

           WRITE WS-PRINT-RECORD          FROM WS-JOURNAL-LINE
               AFTER ADVANCING 1 LINE.

       2750-READ-ONE-JOURNAL-EXIT.
           EXIT.

      ***********************************************************
      * 2800-TRACE-LEDGER-REJECT - journal lines for the item the
      *                             ledger refused, as logged by
      *                             the SR0660 reconciliation
      ***********************************************************
       2800-TRACE-LEDGER-REJECT.
           MOVE "REJECTED BY LEDGER (GLREJECT)"
                                           TO WS-SECTION-TITLE.
           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           OPEN INPUT GLREJECT.

           IF NOT WS-GLREJECT-Good
               DISPLAY "SR0998 - GLREJECT NOT AVAILABLE, STATUS = "
                       WS-GLREJECT-Status
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2800-TRACE-LEDGER-REJECT-EXIT
           END-IF.

           SET WS-SCAN-MORE               TO TRUE.

           PERFORM 2850-READ-ONE-LEDGER-REJECT
               THRU 2850-READ-ONE-LEDGER-REJECT-EXIT
               UNTIL WS-SCAN-DONE.

           IF WS-LEDGER-REJECT-HITS = ZERO
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE GLREJECT.

       2800-TRACE-LEDGER-REJECT-EXIT.
           EXIT.

       2850-READ-ONE-LEDGER-REJECT.
           READ GLREJECT.

           IF NOT WS-GLREJECT-Good
               SET WS-SCAN-DONE           TO TRUE
               GO TO 2850-READ-ONE-LEDGER-REJECT-EXIT
           END-IF.

           IF GR-TRAN-KEY NOT = WS-TRACE-KEY
               GO TO 2850-READ-ONE-LEDGER-REJECT-EXIT
           END-IF.

           IF WS-DATE-GIVEN-YES AND GR-TRAN-DATE NOT = WS-TRACE-DATE
               GO TO 2850-READ-ONE-LEDGER-REJECT-EXIT
           END-IF.

           ADD 1                          TO WS-LEDGER-REJECT-HITS.
           MOVE GR-BATCH-DATE              TO WP-GR-BATCH-DATE.
           MOVE GR-BATCH-TIME              TO WP-GR-BATCH-TIME.
           MOVE GR-ACCOUNT                 TO WP-GR-ACCOUNT.
           IF GR-DEBIT-CREDIT = "D"
               MOVE "DR"                  TO WP-GR-SIDE
           ELSE
               MOVE "CR"                  TO WP-GR-SIDE
           END-IF.
           MOVE GR-AMOUNT                  TO WP-GR-AMOUNT.
           MOVE GR-REASON-CODE             TO WP-GR-REASON-CODE.
           MOVE GR-REASON-TEXT             TO WP-GR-REASON-TEXT.
           MOVE GR-RECON-DATE              TO WP-GR-RECON-DATE.

           WRITE WS-PRINT-RECORD          FROM WS-LEDGER-REJECT-LINE
               AFTER ADVANCING 1 LINE.

       2850-READ-ONE-LEDGER-REJECT-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - close the trace page
      ***********************************************************

       3000-FINALIZE-EXIT.
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
