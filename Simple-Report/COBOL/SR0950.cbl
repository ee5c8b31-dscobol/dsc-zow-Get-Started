      ***********************************************************
      * Program name: SR0950
      * Original author: David Stagowski
      *
      * Description: Simple-Report approval-limit maintenance
      *              job.  Reads card-image add/change/delete
      *              transactions (MNTCARD) and applies them to
      *              the APLIMIT VSAM KSDS of large-value
      *              approval ceilings used by SR0100 and SR0200
      *              to divert items to the hold queue, checking
      *              for duplicate and not-found conditions
      *              through the file statuses.  Every card is
      *              echoed on a before/after maintenance listing
      *              (MNTLIST) so the change can be proven to
      *              audit.
      *
      *              A blank region or a blank lookup code on the
      *              card is a deliberate wildcard ("any"), so a
      *              card with both blank maintains the house-
      *              wide ceiling.
      *
      * Typical Use: Run as a batch step whenever finance changes
      *              an approval limit, with MNTCARD DD *
      *              supplying one 80-byte card per action:
      *
      *                 column   1     action       (A=add,
      *                                              C=change,
      *                                              D=delete)
      *                 columns  2- 4  region       (LM-REGION-
      *                                              CODE, blank
      *                                              = any)
      *                 columns  5- 9  lookup code  (LM-LOOKUP-
      *                                              CODE, blank
      *                                              = any)
      *                 columns 10-20  ceiling      (LM-CEILING,
      *                                              999999999v99
      *                                              implied
      *                                              decimal)
      *                 columns 21-40  description  (LM-DESCRIP-
      *                                              TION)
      *
      *              On a change, a blank ceiling or description
      *              leaves that field as it is on file.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the large-value hold
      *                          ceilings are maintained by
      *                          operations the way SR0940
      *                          maintains EXRATE.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0950.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTCARD ASSIGN TO MNTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTCARD-Status.

           SELECT APLIMIT ASSIGN TO APLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LIMIT-KEY
               FILE STATUS IS WS-APLIMIT-Status.

           SELECT MNTLIST ASSIGN TO MNTLIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MC-MAINTENANCE-CARD.
           05  MC-ACTION                  PIC X(01).
               88  MC-ACTION-ADD                      VALUE "A".
               88  MC-ACTION-CHANGE                   VALUE "C".
               88  MC-ACTION-DELETE                   VALUE "D".
           05  MC-REGION-CODE             PIC X(03).
           05  MC-LOOKUP-CODE             PIC X(05).
           05  MC-CEILING                 PIC X(11).
           05  MC-CEILING-NUM REDEFINES MC-CEILING
                                          PIC 9(09)V99.
           05  MC-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(40).

       FD  APLIMIT.
       01  LM-LIMIT-RECORD.
           COPY LIMREC.

       FD  MNTLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-MNTCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MNTCARD==.

       01  WS-APLIMIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==APLIMIT==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0950".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-APLIMIT-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-APLIMIT-OPEN-YES                VALUE "Y".
               88  WS-APLIMIT-OPEN-NO                 VALUE "N".

       01  WS-MAINT-TOTALS.
           05  WS-CARDS-ADDED             PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-CHANGED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-DELETED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR          PIC 9(07)   COMP VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-BEFORE-CEILING              PIC X(14)   VALUE SPACES.

       01  WS-CEILING-EDIT                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "APPROVAL LIMIT MAINTENANCE LISTING".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(04)   VALUE "ACT".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(07)   VALUE "CODE".
           05  FILLER                     PIC X(16)   VALUE
               "BEFORE CEILING".
           05  FILLER                     PIC X(16)   VALUE
               "AFTER CEILING".
           05  FILLER                     PIC X(22)   VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(12)   VALUE
               "RESULT".
           05  FILLER                     PIC X(50)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ACTION                  PIC X(01).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WD-REGION-CODE             PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-LOOKUP-CODE             PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BEFORE-CEILING          PIC X(14).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-AFTER-CEILING           PIC X(14).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-RESULT                  PIC X(12).
           05  FILLER                     PIC X(50)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS READ.......".
           05  WT1-CARDS-READ             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LIMITS ADDED.....".
           05  WT2-CARDS-ADDED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LIMITS CHANGED...".
           05  WT3-CARDS-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "LIMITS DELETED...".
           05  WT4-CARDS-DELETED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS IN ERROR...".
           05  WT5-CARDS-IN-ERROR         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open files and prime the card loop
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT MNTLIST.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0950 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN I-O APLIMIT.

           IF WS-APLIMIT-Good
               SET WS-APLIMIT-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-APLIMIT-File-Not-Found
                   PERFORM 9800-LOG-ERROR-APLIMIT
                       THRU 9800-LOG-ERROR-APLIMIT-EXIT
               END-IF
               DISPLAY "SR0950 - UNABLE TO OPEN APLIMIT, STATUS = "
                       WS-APLIMIT-Status
               SET WS-APLIMIT-OPEN-NO      TO TRUE
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MNTCARD.

           IF NOT WS-MNTCARD-Good
               PERFORM 9800-LOG-ERROR-MNTCARD
                   THRU 9800-LOG-ERROR-MNTCARD-EXIT
               DISPLAY "SR0950 - UNABLE TO OPEN MNTCARD, STATUS = "
                       WS-MNTCARD-Status
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-MNTCARD
               THRU 2100-READ-MNTCARD-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-CARD - apply one maintenance card and echo
      *                      it on the before/after listing
      ***********************************************************
       2000-PROCESS-CARD.
           MOVE SPACES                     TO WS-BEFORE-CEILING.
           MOVE SPACES                     TO WD-RESULT.

           IF MC-ACTION-ADD OR
              (MC-ACTION-CHANGE AND MC-CEILING NOT = SPACES)
               IF MC-CEILING NOT NUMERIC
                   MOVE "BAD CEILING"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
                       THRU 2200-APPLY-ADD-EXIT
               WHEN MC-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE
                       THRU 2300-APPLY-CHANGE-EXIT
               WHEN MC-ACTION-DELETE
                   PERFORM 2400-APPLY-DELETE
                       THRU 2400-APPLY-DELETE-EXIT
               WHEN OTHER
                   MOVE "BAD ACTION"      TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2000-PROCESS-CARD-PRINT.
           PERFORM 2500-PRINT-MAINT-LINE
               THRU 2500-PRINT-MAINT-LINE-EXIT.

           PERFORM 2100-READ-MNTCARD
               THRU 2100-READ-MNTCARD-EXIT.

       2000-PROCESS-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-MNTCARD - single read of the maintenance cards
      ***********************************************************
       2100-READ-MNTCARD.
           READ MNTCARD.

           IF WS-MNTCARD-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-MNTCARD-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-MNTCARD-Good AND NOT WS-MNTCARD-EOF
               PERFORM 9800-LOG-ERROR-MNTCARD
                   THRU 9800-LOG-ERROR-MNTCARD-EXIT
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-MNTCARD-EXIT.
           EXIT.

      ***********************************************************
      * 2200-APPLY-ADD - write a new approval limit, rejecting a
      *                   region/code pair already on file
      ***********************************************************
       2200-APPLY-ADD.
           MOVE SPACES                     TO LM-LIMIT-RECORD.
           MOVE MC-REGION-CODE             TO LM-REGION-CODE.
           MOVE MC-LOOKUP-CODE             TO LM-LOOKUP-CODE.
           MOVE MC-CEILING-NUM             TO LM-CEILING.
           MOVE MC-DESCRIPTION             TO LM-DESCRIPTION.

           WRITE LM-LIMIT-RECORD.

           EVALUATE TRUE
               WHEN WS-APLIMIT-Good
                   MOVE "ADDED"           TO WD-RESULT
                   ADD 1                  TO WS-CARDS-ADDED
               WHEN WS-APLIMIT-Duplicate-Key
                   MOVE "DUPLICATE"       TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-APLIMIT
                       THRU 9800-LOG-ERROR-APLIMIT-EXIT
                   MOVE "WRITE ERROR"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      ***********************************************************
      * 2300-APPLY-CHANGE - reread the region/code pair, capture
      *                      the before ceiling, and rewrite with
      *                      the card's ceiling and description
      ***********************************************************
       2300-APPLY-CHANGE.
           MOVE MC-REGION-CODE             TO LM-REGION-CODE.
           MOVE MC-LOOKUP-CODE             TO LM-LOOKUP-CODE.
           READ APLIMIT.

           IF WS-APLIMIT-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           IF NOT WS-APLIMIT-Good
               PERFORM 9800-LOG-ERROR-APLIMIT
                   THRU 9800-LOG-ERROR-APLIMIT-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE LM-CEILING                 TO WS-CEILING-EDIT.
           MOVE WS-CEILING-EDIT            TO WS-BEFORE-CEILING.

           IF MC-CEILING NOT = SPACES
               MOVE MC-CEILING-NUM        TO LM-CEILING
           END-IF.

           IF MC-DESCRIPTION NOT = SPACES
               MOVE MC-DESCRIPTION        TO LM-DESCRIPTION
           END-IF.

           REWRITE LM-LIMIT-RECORD.

           IF WS-APLIMIT-Good
               MOVE "CHANGED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-CHANGED
           ELSE
               PERFORM 9800-LOG-ERROR-APLIMIT
                   THRU 9800-LOG-ERROR-APLIMIT-EXIT
               MOVE "REWRITE ERROR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2400-APPLY-DELETE - reread the region/code pair for the
      *                      before ceiling and delete it
      ***********************************************************
       2400-APPLY-DELETE.
           MOVE MC-REGION-CODE             TO LM-REGION-CODE.
           MOVE MC-LOOKUP-CODE             TO LM-LOOKUP-CODE.
           READ APLIMIT.

           IF WS-APLIMIT-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           IF NOT WS-APLIMIT-Good
               PERFORM 9800-LOG-ERROR-APLIMIT
                   THRU 9800-LOG-ERROR-APLIMIT-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           MOVE LM-CEILING                 TO WS-CEILING-EDIT.
           MOVE WS-CEILING-EDIT            TO WS-BEFORE-CEILING.

           DELETE APLIMIT RECORD.

           IF WS-APLIMIT-Good
               MOVE "DELETED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-DELETED
           ELSE
               PERFORM 9800-LOG-ERROR-APLIMIT
                   THRU 9800-LOG-ERROR-APLIMIT-EXIT
               MOVE "DELETE ERROR"        TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2400-APPLY-DELETE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-MAINT-LINE - echo the card, the before
      *                          ceiling, and the resulting master
      *                          ceiling and description
      ***********************************************************
       2500-PRINT-MAINT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE MC-ACTION                  TO WD-ACTION.
           MOVE MC-REGION-CODE             TO WD-REGION-CODE.
           MOVE MC-LOOKUP-CODE             TO WD-LOOKUP-CODE.
           MOVE WS-BEFORE-CEILING          TO WD-BEFORE-CEILING.

           IF WD-RESULT = "ADDED" OR "CHANGED"
               MOVE LM-CEILING            TO WS-CEILING-EDIT
               MOVE WS-CEILING-EDIT       TO WD-AFTER-CEILING
           ELSE
               MOVE SPACES                TO WD-AFTER-CEILING
           END-IF.

           IF WD-RESULT = "ADDED" OR "CHANGED" OR "DELETED"
               MOVE LM-DESCRIPTION        TO WD-DESCRIPTION
           ELSE
               MOVE MC-DESCRIPTION        TO WD-DESCRIPTION
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2500-PRINT-MAINT-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new listing page
      ***********************************************************
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO                      TO WS-LINE-COUNT.

       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the maintenance totals and close
      ***********************************************************
       3000-FINALIZE.
           MOVE WS-RECORDS-READ            TO WT1-CARDS-READ.
           MOVE WS-CARDS-ADDED             TO WT2-CARDS-ADDED.
           MOVE WS-CARDS-CHANGED           TO WT3-CARDS-CHANGED.
           MOVE WS-CARDS-DELETED           TO WT4-CARDS-DELETED.
           MOVE WS-CARDS-IN-ERROR          TO WT5-CARDS-IN-ERROR.

           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

           IF WS-CARDS-IN-ERROR > ZERO
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE MNTCARD.
           CLOSE MNTLIST.
           CLOSE AUDITLOG.

           IF WS-APLIMIT-OPEN-YES
               CLOSE APLIMIT
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==MNTCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==APLIMIT==.
