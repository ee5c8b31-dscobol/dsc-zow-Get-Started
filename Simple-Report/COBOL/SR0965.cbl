      ***********************************************************
      * Program name: SR0965
      * Original author: David Stagowski
      *
      * Description: Simple-Report standing transaction
      *              maintenance job.  Reads card-image add/
      *              change/delete transactions (MNTCARD) and
      *              applies them to the STANDING VSAM KSDS of
      *              recurring transactions (see STDREC) that
      *              SR0080 generates into the daily feed,
      *              checking for duplicate and not-found
      *              conditions through the file statuses.  Every
      *              card is echoed on a before/after maintenance
      *              listing (MNTLIST) so the change can be proven
      *              to audit.
      *
      * Typical Use: Run as a batch step whenever a region sets
      *              up, changes or stops a recurring
      *              transaction, with MNTCARD DD * supplying one
      *              80-byte card per action:
      *
      *                 column   1     action       (A=add,
      *                                              C=change,
      *                                              D=delete)
      *                 columns  2- 8  standing ID  (ST-STANDING-
      *                                              ID)
      *                 columns  9-11  region code
      *                 columns 12-16  lookup code
      *                 columns 17-28  amount       (sign, then
      *                                              9(09)V99)
      *                 columns 29-31  currency     (blank =
      *                                              base)
      *                 column  32     frequency    (D, W, M or
      *                                              P - see
      *                                              STDREC)
      *                 columns 33-40  start date   (YYYYMMDD)
      *                 columns 41-48  end date     (YYYYMMDD,
      *                                              blank on an
      *                                              add = no end
      *                                              date)
      *                 columns 49-68  description
      *
      *              On a change, a blank field leaves that field
      *              as it is on file; an end date of 99999999
      *              removes the end date.  The generation dates
      *              are kept by SR0080 and are not changed here.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so standing transactions
      *                          are maintained by operations the
      *                          way SR0960 maintains BUDGET.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0965.
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

           SELECT STANDING ASSIGN TO STANDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STANDING-ID
               FILE STATUS IS WS-STANDING-Status.

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
           05  MC-STANDING-ID             PIC X(07).
           05  MC-REGION-CODE             PIC X(03).
           05  MC-LOOKUP-CODE             PIC X(05).
           05  MC-AMOUNT                  PIC X(12).
           05  MC-AMOUNT-NUM REDEFINES MC-AMOUNT
                                          PIC S9(09)V99
                                          SIGN LEADING SEPARATE.
           05  MC-CURRENCY-CODE           PIC X(03).
           05  MC-FREQUENCY               PIC X(01).
               88  MC-FREQ-VALID                      VALUES "D" "W"
                                                             "M" "P".
           05  MC-START-DATE              PIC X(08).
           05  MC-END-DATE                PIC X(08).
           05  MC-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(12).

       FD  STANDING.
       01  ST-STANDING-RECORD.
           COPY STDREC.

       FD  MNTLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-MNTCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MNTCARD==.

       01  WS-STANDING-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==STANDING==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0965".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-STANDING-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-STANDING-OPEN-YES               VALUE "Y".
               88  WS-STANDING-OPEN-NO                VALUE "N".
           05  WS-DATE-OK-SWITCH          PIC X(01)   VALUE "Y".
               88  WS-DATE-OK-YES                     VALUE "Y".
               88  WS-DATE-OK-NO                      VALUE "N".

       01  WS-MAINT-TOTALS.
           05  WS-CARDS-ADDED             PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-CHANGED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-DELETED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR          PIC 9(07)   COMP VALUE ZERO.

      *    Calendar check of a card date - numeric, a real month,
      *    and a day that month has (29 February in leap years)
       01  WS-CHECK-DATE-WORK.
           05  WS-CHECK-DATE              PIC X(08)   VALUE SPACES.
           05  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE.
               10  WS-CD-YEAR             PIC 9(04).
               10  WS-CD-MONTH            PIC 9(02).
               10  WS-CD-DAY              PIC 9(02).
           05  WS-CD-MONTH-DAYS           PIC 9(02)   VALUE ZERO.
           05  WS-CD-QUOTIENT             PIC 9(05)   COMP VALUE ZERO.
           05  WS-CD-REM4                 PIC 9(03)   COMP VALUE ZERO.
           05  WS-CD-REM100               PIC 9(03)   COMP VALUE ZERO.
           05  WS-CD-REM400               PIC 9(03)   COMP VALUE ZERO.
           05  WS-CD-MONTH-LENGTH-VALUES  PIC X(24)   VALUE
               "312831303130313130313031".
           05  WS-CD-MONTH-LENGTH-TABLE
                   REDEFINES WS-CD-MONTH-LENGTH-VALUES.
               10  WS-CD-MONTH-LENGTH OCCURS 12 TIMES
                                          PIC 9(02).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-BEFORE-AMOUNT               PIC X(15)   VALUE SPACES.

       01  WS-AMOUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "STANDING TRANSACTION MAINTENANCE".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(04)   VALUE "ACT".
           05  FILLER                     PIC X(09)   VALUE "ID".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(07)   VALUE "CODE".
           05  FILLER                     PIC X(03)   VALUE "F".
           05  FILLER                     PIC X(10)   VALUE "START".
           05  FILLER                     PIC X(10)   VALUE "END".
           05  FILLER                     PIC X(17)   VALUE
               "  BEFORE AMOUNT".
           05  FILLER                     PIC X(17)   VALUE
               "   AFTER AMOUNT".
           05  FILLER                     PIC X(05)   VALUE "CUR".
           05  FILLER                     PIC X(22)   VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(12)   VALUE
               "RESULT".
           05  FILLER                     PIC X(11)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ACTION                  PIC X(01).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WD-STANDING-ID             PIC X(07).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-REGION-CODE             PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-LOOKUP-CODE             PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-FREQUENCY               PIC X(01).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-START-DATE              PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-END-DATE                PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BEFORE-AMOUNT           PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-AFTER-AMOUNT            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-CURRENCY-CODE           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-RESULT                  PIC X(12).
           05  FILLER                     PIC X(11)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS READ.......".
           05  WT1-CARDS-READ             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STANDING ADDED...".
           05  WT2-CARDS-ADDED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STANDING CHANGED.".
           05  WT3-CARDS-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STANDING DELETED.".
           05  WT4-CARDS-DELETED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS IN ERROR...".
           05  WT5-CARDS-IN-ERROR         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

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
               DISPLAY "SR0965 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN I-O STANDING.

           IF WS-STANDING-Good
               SET WS-STANDING-OPEN-YES   TO TRUE
           ELSE
               IF NOT WS-STANDING-File-Not-Found
                   PERFORM 9800-LOG-ERROR-STANDING
                       THRU 9800-LOG-ERROR-STANDING-EXIT
               END-IF
               DISPLAY "SR0965 - UNABLE TO OPEN STANDING, STATUS = "
                       WS-STANDING-Status
               SET WS-STANDING-OPEN-NO    TO TRUE
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MNTCARD.

           IF NOT WS-MNTCARD-Good
               PERFORM 9800-LOG-ERROR-MNTCARD
                   THRU 9800-LOG-ERROR-MNTCARD-EXIT
               DISPLAY "SR0965 - UNABLE TO OPEN MNTCARD, STATUS = "
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

           IF MC-STANDING-ID = SPACES
               MOVE "NO ID"               TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF MC-ACTION-ADD AND
              (MC-REGION-CODE = SPACES OR MC-LOOKUP-CODE = SPACES)
               MOVE "NO REG/CODE"         TO WD-RESULT
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

           IF MC-ACTION-ADD OR
              (MC-ACTION-CHANGE AND MC-FREQUENCY NOT = SPACE)
               IF NOT MC-FREQ-VALID
                   MOVE "BAD FREQ"        TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
           END-IF.

           IF MC-ACTION-ADD OR
              (MC-ACTION-CHANGE AND MC-START-DATE NOT = SPACES)
               MOVE MC-START-DATE         TO WS-CHECK-DATE
               PERFORM 2150-CHECK-DATE
                   THRU 2150-CHECK-DATE-EXIT
               IF WS-DATE-OK-NO
                   MOVE "BAD START"       TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
           END-IF.

           IF MC-END-DATE NOT = SPACES AND
              MC-END-DATE NOT = "99999999" AND
              NOT MC-ACTION-DELETE
               MOVE MC-END-DATE           TO WS-CHECK-DATE
               PERFORM 2150-CHECK-DATE
                   THRU 2150-CHECK-DATE-EXIT
               IF WS-DATE-OK-NO
                   MOVE "BAD END"         TO WD-RESULT
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
      * 2150-CHECK-DATE - WS-DATE-OK-YES when WS-CHECK-DATE is a
      *                    real YYYYMMDD calendar date
      ***********************************************************
       2150-CHECK-DATE.
           SET WS-DATE-OK-NO              TO TRUE.

           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 2150-CHECK-DATE-EXIT
           END-IF.

           IF WS-CD-MONTH < 1 OR WS-CD-MONTH > 12 OR WS-CD-DAY < 1
               GO TO 2150-CHECK-DATE-EXIT
           END-IF.

           MOVE WS-CD-MONTH-LENGTH (WS-CD-MONTH) TO WS-CD-MONTH-DAYS.

           IF WS-CD-MONTH = 2
               DIVIDE WS-CD-YEAR BY 4
                   GIVING WS-CD-QUOTIENT REMAINDER WS-CD-REM4
               DIVIDE WS-CD-YEAR BY 100
                   GIVING WS-CD-QUOTIENT REMAINDER WS-CD-REM100
               DIVIDE WS-CD-YEAR BY 400
                   GIVING WS-CD-QUOTIENT REMAINDER WS-CD-REM400
               IF (WS-CD-REM4 = ZERO AND WS-CD-REM100 NOT = ZERO)
                  OR WS-CD-REM400 = ZERO
                   MOVE 29                TO WS-CD-MONTH-DAYS
               END-IF
           END-IF.

           IF WS-CD-DAY > WS-CD-MONTH-DAYS
               GO TO 2150-CHECK-DATE-EXIT
           END-IF.

           SET WS-DATE-OK-YES             TO TRUE.

       2150-CHECK-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 2200-APPLY-ADD - write a new standing transaction,
      *                   rejecting an ID already on file.  It
      *                   has generated nothing yet.
      ***********************************************************
       2200-APPLY-ADD.
           MOVE SPACES                     TO ST-STANDING-RECORD.
           MOVE MC-STANDING-ID             TO ST-STANDING-ID.
           MOVE MC-REGION-CODE             TO ST-REGION-CODE.
           MOVE MC-LOOKUP-CODE             TO ST-LOOKUP-CODE.
           MOVE MC-AMOUNT-NUM              TO ST-AMOUNT.
           MOVE MC-CURRENCY-CODE           TO ST-CURRENCY-CODE.
           MOVE MC-FREQUENCY               TO ST-FREQUENCY.
           MOVE MC-START-DATE              TO ST-START-DATE.
           MOVE MC-DESCRIPTION             TO ST-DESCRIPTION.

           IF MC-END-DATE = SPACES
               SET ST-NO-END-DATE         TO TRUE
           ELSE
               MOVE MC-END-DATE           TO ST-END-DATE
           END-IF.

           IF ST-END-DATE < ST-START-DATE
               MOVE "END < START"         TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           WRITE ST-STANDING-RECORD.

           EVALUATE TRUE
               WHEN WS-STANDING-Good
                   MOVE "ADDED"           TO WD-RESULT
                   ADD 1                  TO WS-CARDS-ADDED
               WHEN WS-STANDING-Duplicate-Key
                   MOVE "DUPLICATE"       TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-STANDING
                       THRU 9800-LOG-ERROR-STANDING-EXIT
                   MOVE "WRITE ERROR"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      ***********************************************************
      * 2300-APPLY-CHANGE - reread the standing transaction,
      *                      capture the before amount, and
      *                      rewrite with the card's non-blank
      *                      fields
      ***********************************************************
       2300-APPLY-CHANGE.
           MOVE MC-STANDING-ID             TO ST-STANDING-ID.
           READ STANDING.

           IF WS-STANDING-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           IF NOT WS-STANDING-Good
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE ST-AMOUNT                  TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT             TO WS-BEFORE-AMOUNT.

           IF MC-REGION-CODE NOT = SPACES
               MOVE MC-REGION-CODE        TO ST-REGION-CODE
           END-IF.

           IF MC-LOOKUP-CODE NOT = SPACES
               MOVE MC-LOOKUP-CODE        TO ST-LOOKUP-CODE
           END-IF.

           IF MC-AMOUNT NOT = SPACES
               MOVE MC-AMOUNT-NUM         TO ST-AMOUNT
           END-IF.

           IF MC-CURRENCY-CODE NOT = SPACES
               MOVE MC-CURRENCY-CODE      TO ST-CURRENCY-CODE
           END-IF.

           IF MC-FREQUENCY NOT = SPACE
               MOVE MC-FREQUENCY          TO ST-FREQUENCY
           END-IF.

           IF MC-START-DATE NOT = SPACES
               MOVE MC-START-DATE         TO ST-START-DATE
           END-IF.

           IF MC-END-DATE NOT = SPACES
               MOVE MC-END-DATE           TO ST-END-DATE
           END-IF.

           IF MC-DESCRIPTION NOT = SPACES
               MOVE MC-DESCRIPTION        TO ST-DESCRIPTION
           END-IF.

           IF ST-END-DATE < ST-START-DATE
               MOVE "END < START"         TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           REWRITE ST-STANDING-RECORD.

           IF WS-STANDING-Good
               MOVE "CHANGED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-CHANGED
           ELSE
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               MOVE "REWRITE ERROR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2400-APPLY-DELETE - reread the standing transaction for
      *                      the before amount and delete it
      ***********************************************************
       2400-APPLY-DELETE.
           MOVE MC-STANDING-ID             TO ST-STANDING-ID.
           READ STANDING.

           IF WS-STANDING-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           IF NOT WS-STANDING-Good
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           MOVE ST-AMOUNT                  TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT             TO WS-BEFORE-AMOUNT.

           DELETE STANDING RECORD.

           IF WS-STANDING-Good
               MOVE "DELETED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-DELETED
           ELSE
               PERFORM 9800-LOG-ERROR-STANDING
                   THRU 9800-LOG-ERROR-STANDING-EXIT
               MOVE "DELETE ERROR"        TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2400-APPLY-DELETE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-MAINT-LINE - echo the card, the before
      *                          amount, and the resulting master
      *                          fields
      ***********************************************************
       2500-PRINT-MAINT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE MC-ACTION                  TO WD-ACTION.
           MOVE MC-STANDING-ID             TO WD-STANDING-ID.
           MOVE WS-BEFORE-AMOUNT           TO WD-BEFORE-AMOUNT.

           IF WD-RESULT = "ADDED" OR "CHANGED" OR "DELETED"
               MOVE ST-REGION-CODE        TO WD-REGION-CODE
               MOVE ST-LOOKUP-CODE        TO WD-LOOKUP-CODE
               MOVE ST-FREQUENCY          TO WD-FREQUENCY
               MOVE ST-START-DATE         TO WD-START-DATE
               MOVE ST-END-DATE           TO WD-END-DATE
               MOVE ST-CURRENCY-CODE      TO WD-CURRENCY-CODE
               MOVE ST-DESCRIPTION        TO WD-DESCRIPTION
           ELSE
               MOVE MC-REGION-CODE        TO WD-REGION-CODE
               MOVE MC-LOOKUP-CODE        TO WD-LOOKUP-CODE
               MOVE MC-FREQUENCY          TO WD-FREQUENCY
               MOVE MC-START-DATE         TO WD-START-DATE
               MOVE MC-END-DATE           TO WD-END-DATE
               MOVE MC-CURRENCY-CODE      TO WD-CURRENCY-CODE
               MOVE MC-DESCRIPTION        TO WD-DESCRIPTION
           END-IF.

           IF WD-RESULT = "ADDED" OR "CHANGED"
               MOVE ST-AMOUNT             TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT        TO WD-AFTER-AMOUNT
           ELSE
               MOVE SPACES                TO WD-AFTER-AMOUNT
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

           IF WS-STANDING-OPEN-YES
               CLOSE STANDING
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==MNTCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==STANDING==.
