      ***********************************************************
      * Program name: SR0960
      * Original author: David Stagowski
      *
      * Description: Simple-Report budget maintenance job.  Reads
      *              card-image add/change/delete transactions
      *              (MNTCARD) and applies them to the BUDGET
      *              VSAM KSDS of planned amounts by period,
      *              region, and category used by the SR0610
      *              budget-versus-actual report, checking for
      *              duplicate and not-found conditions through
      *              the file statuses.  Every card is echoed on
      *              a before/after maintenance listing (MNTLIST)
      *              so the change can be proven to audit.
      *
      * Typical Use: Run as a batch step whenever finance loads
      *              or revises the plan, with MNTCARD DD *
      *              supplying one 80-byte card per action:
      *
      *                 column   1     action       (A=add,
      *                                              C=change,
      *                                              D=delete)
      *                 columns  2- 7  period       (BU-PERIOD,
      *                                              fiscal
      *                                              YYYYPP, or
      *                                              YYYYMM with
      *                                              no CALENDAR)
      *                 columns  8-10  region       (BU-REGION-
      *                                              CODE)
      *                 columns 11-20  category     (BU-CATEGORY,
      *                                              as on
      *                                              LK-CATEGORY)
      *                 columns 21-34  amount       (sign, then
      *                                              9(11)V99)
      *                 columns 35-54  description  (BU-DESCRIP-
      *                                              TION)
      *
      *              On a change, a blank amount or description
      *              leaves that field as it is on file.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the budget is
      *                          maintained by operations the way
      *                          SR0910 maintains LOOKUP.
      * 2026-10-15 dastagg       Period 13 is accepted - the
      *                          budget is kept by fiscal period
      *                          once the CALENDAR master is in
      *                          use.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0960.
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

           SELECT BUDGET  ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-Status.

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
           05  MC-PERIOD                  PIC X(06).
           05  MC-PERIOD-N REDEFINES MC-PERIOD.
               10  MC-PERIOD-YEAR         PIC 9(04).
               10  MC-PERIOD-MONTH        PIC 9(02).
           05  MC-REGION-CODE             PIC X(03).
           05  MC-CATEGORY                PIC X(10).
           05  MC-AMOUNT                  PIC X(14).
           05  MC-AMOUNT-NUM REDEFINES MC-AMOUNT
                                          PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  MC-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(26).

       FD  BUDGET.
       01  BU-BUDGET-RECORD.
           COPY BUDREC.

       FD  MNTLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-MNTCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MNTCARD==.

       01  WS-BUDGET-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BUDGET==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0960".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-BUDGET-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-BUDGET-OPEN-YES                 VALUE "Y".
               88  WS-BUDGET-OPEN-NO                  VALUE "N".

       01  WS-MAINT-TOTALS.
           05  WS-CARDS-ADDED             PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-CHANGED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-DELETED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR          PIC 9(07)   COMP VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-BEFORE-AMOUNT               PIC X(18)   VALUE SPACES.

       01  WS-AMOUNT-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "BUDGET MASTER MAINTENANCE LISTING".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(04)   VALUE "ACT".
           05  FILLER                     PIC X(08)   VALUE "PERIOD".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(12)   VALUE
               "CATEGORY".
           05  FILLER                     PIC X(20)   VALUE
               "     BEFORE AMOUNT".
           05  FILLER                     PIC X(20)   VALUE
               "      AFTER AMOUNT".
           05  FILLER                     PIC X(22)   VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(12)   VALUE
               "RESULT".
           05  FILLER                     PIC X(29)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ACTION                  PIC X(01).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-REGION-CODE             PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-CATEGORY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BEFORE-AMOUNT           PIC X(18).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-AFTER-AMOUNT            PIC X(18).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-RESULT                  PIC X(12).
           05  FILLER                     PIC X(29)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS READ.......".
           05  WT1-CARDS-READ             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BUDGETS ADDED....".
           05  WT2-CARDS-ADDED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BUDGETS CHANGED..".
           05  WT3-CARDS-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BUDGETS DELETED..".
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
               DISPLAY "SR0960 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN I-O BUDGET.

           IF WS-BUDGET-Good
               SET WS-BUDGET-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-BUDGET-File-Not-Found
                   PERFORM 9800-LOG-ERROR-BUDGET
                       THRU 9800-LOG-ERROR-BUDGET-EXIT
               END-IF
               DISPLAY "SR0960 - UNABLE TO OPEN BUDGET, STATUS = "
                       WS-BUDGET-Status
               SET WS-BUDGET-OPEN-NO      TO TRUE
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MNTCARD.

           IF NOT WS-MNTCARD-Good
               PERFORM 9800-LOG-ERROR-MNTCARD
                   THRU 9800-LOG-ERROR-MNTCARD-EXIT
               DISPLAY "SR0960 - UNABLE TO OPEN MNTCARD, STATUS = "
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
           MOVE SPACES                     TO WS-BEFORE-AMOUNT.
           MOVE SPACES                     TO WD-RESULT.

           IF MC-PERIOD NOT NUMERIC
               MOVE "BAD PERIOD"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF MC-PERIOD-MONTH < 1 OR MC-PERIOD-MONTH > 13
               MOVE "BAD PERIOD"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF MC-REGION-CODE = SPACES OR MC-CATEGORY = SPACES
               MOVE "NO REG/CAT"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF MC-ACTION-ADD OR
              (MC-ACTION-CHANGE AND MC-AMOUNT NOT = SPACES)
               IF MC-AMOUNT-NUM NOT NUMERIC
                   MOVE "BAD AMOUNT"      TO WD-RESULT
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
      * 2200-APPLY-ADD - write a new budget line, rejecting a
      *                   period/region/category already on file
      ***********************************************************
       2200-APPLY-ADD.
           MOVE SPACES                     TO BU-BUDGET-RECORD.
           MOVE MC-PERIOD                  TO BU-PERIOD.
           MOVE MC-REGION-CODE             TO BU-REGION-CODE.
           MOVE MC-CATEGORY                TO BU-CATEGORY.
           MOVE MC-AMOUNT-NUM              TO BU-BUDGET-AMOUNT.
           MOVE MC-DESCRIPTION             TO BU-DESCRIPTION.

           WRITE BU-BUDGET-RECORD.

           EVALUATE TRUE
               WHEN WS-BUDGET-Good
                   MOVE "ADDED"           TO WD-RESULT
                   ADD 1                  TO WS-CARDS-ADDED
               WHEN WS-BUDGET-Duplicate-Key
                   MOVE "DUPLICATE"       TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-BUDGET
                       THRU 9800-LOG-ERROR-BUDGET-EXIT
                   MOVE "WRITE ERROR"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      ***********************************************************
      * 2300-APPLY-CHANGE - reread the budget line, capture the
      *                      before amount, and rewrite with the
      *                      card's non-blank amount/description
      ***********************************************************
       2300-APPLY-CHANGE.
           MOVE MC-PERIOD                  TO BU-PERIOD.
           MOVE MC-REGION-CODE             TO BU-REGION-CODE.
           MOVE MC-CATEGORY                TO BU-CATEGORY.
           READ BUDGET.

           IF WS-BUDGET-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           IF NOT WS-BUDGET-Good
               PERFORM 9800-LOG-ERROR-BUDGET
                   THRU 9800-LOG-ERROR-BUDGET-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE BU-BUDGET-AMOUNT           TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT             TO WS-BEFORE-AMOUNT.

           IF MC-AMOUNT NOT = SPACES
               MOVE MC-AMOUNT-NUM         TO BU-BUDGET-AMOUNT
           END-IF.

           IF MC-DESCRIPTION NOT = SPACES
               MOVE MC-DESCRIPTION        TO BU-DESCRIPTION
           END-IF.

           REWRITE BU-BUDGET-RECORD.

           IF WS-BUDGET-Good
               MOVE "CHANGED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-CHANGED
           ELSE
               PERFORM 9800-LOG-ERROR-BUDGET
                   THRU 9800-LOG-ERROR-BUDGET-EXIT
               MOVE "REWRITE ERROR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2400-APPLY-DELETE - reread the budget line for the before
      *                      amount and delete it
      ***********************************************************
       2400-APPLY-DELETE.
           MOVE MC-PERIOD                  TO BU-PERIOD.
           MOVE MC-REGION-CODE             TO BU-REGION-CODE.
           MOVE MC-CATEGORY                TO BU-CATEGORY.
           READ BUDGET.

           IF WS-BUDGET-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           IF NOT WS-BUDGET-Good
               PERFORM 9800-LOG-ERROR-BUDGET
                   THRU 9800-LOG-ERROR-BUDGET-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           MOVE BU-BUDGET-AMOUNT           TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT             TO WS-BEFORE-AMOUNT.

           DELETE BUDGET RECORD.

           IF WS-BUDGET-Good
               MOVE "DELETED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-DELETED
           ELSE
               PERFORM 9800-LOG-ERROR-BUDGET
                   THRU 9800-LOG-ERROR-BUDGET-EXIT
               MOVE "DELETE ERROR"        TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2400-APPLY-DELETE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-MAINT-LINE - echo the card, the before
      *                          amount, and the resulting master
      *                          amount and description
      ***********************************************************
       2500-PRINT-MAINT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE MC-ACTION                  TO WD-ACTION.
           MOVE MC-PERIOD                  TO WD-PERIOD.
           MOVE MC-REGION-CODE             TO WD-REGION-CODE.
           MOVE MC-CATEGORY                TO WD-CATEGORY.
           MOVE WS-BEFORE-AMOUNT           TO WD-BEFORE-AMOUNT.

           IF WD-RESULT = "ADDED" OR "CHANGED"
               MOVE BU-BUDGET-AMOUNT      TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT        TO WD-AFTER-AMOUNT
           ELSE
               MOVE SPACES                TO WD-AFTER-AMOUNT
           END-IF.

           IF WD-RESULT = "ADDED" OR "CHANGED" OR "DELETED"
               MOVE BU-DESCRIPTION        TO WD-DESCRIPTION
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

           IF WS-BUDGET-OPEN-YES
               CLOSE BUDGET
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==MNTCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==BUDGET==.
