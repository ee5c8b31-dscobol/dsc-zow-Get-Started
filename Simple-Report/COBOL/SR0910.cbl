      *                                              00000000,
      *                                              "from the
      *                                              beginning")
      *                 columns 61-68  operator ID  (who entered
      *                                              the change)
      *
      *              On a C card, only the non-blank description/
      *              category fields replace the version's
      *              UNCATEGORIZED bucket and fails the GL
      *              batch.
      *
      *              Cards are not applied as they are read.  Each
      *              one is validated and staged on PENDCHG as a
      *              pending change under the operator ID in
      *              columns 61-68; a card without one is errored.
      *              A second operator releases or cancels the
      *              change through SR0970, and the released
      *              changes are applied at the end of the next
      *              run of this job (run it with MNTCARD DD DUMMY
      *              to apply only).  Every change applied is
      *              journaled to CHGJRNL with the full lookup
      *              record before and after.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          effective-from date and adds
      *                          create a new version instead of
      *                          overwriting the old one.
      * 2026-10-15 dastagg       Cards are staged on PENDCHG for
      *                          a second operator to release
      *                          through SR0970; released changes
      *                          are applied on the next run and
      *                          journaled to CHGJRNL.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LK-LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-Status.

           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-Status.

           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-Status.

           SELECT MNTLIST ASSIGN TO MNTLIST
               ORGANIZATION IS SEQUENTIAL.

       FILE SECTION.
       FD  MNTCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MC-CARD-RECORD                 PIC X(80).

       FD  LOOKUP.
       01  LK-LOOKUP-RECORD.
           COPY LOOKUP.

       FD  PENDCHG.
       01  PD-PENDING-RECORD.
           COPY PENDREC.

       FD  CHGJRNL.
       01  CJ-JOURNAL-RECORD.
           COPY CHGJREC.

       FD  MNTLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).
       01  WS-LOOKUP-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==LOOKUP==.

       01  WS-PENDCHG-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PENDCHG==.

       01  WS-CHGJRNL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CHGJRNL==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0910".

       01  WS-MASTER-ID                   PIC X(08)   VALUE "LOOKUP".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  MC-MAINTENANCE-CARD.
           05  MC-ACTION                  PIC X(01).
               88  MC-ACTION-ADD                      VALUE "A".
               88  MC-ACTION-CHANGE                   VALUE "C".
               88  MC-ACTION-DELETE                   VALUE "D".
           05  MC-CODE                    PIC X(05).
           05  MC-DESCRIPTION             PIC X(20).
           05  MC-CATEGORY                PIC X(10).
           05  MC-EFF-DATE                PIC X(08).
           05  FILLER                     PIC X(16).
           05  MC-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(12).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
           05  WS-LOOKUP-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-LOOKUP-OPEN-YES                 VALUE "Y".
               88  WS-LOOKUP-OPEN-NO                  VALUE "N".
           05  WS-PENDCHG-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-PENDCHG-OPEN-YES                VALUE "Y".
               88  WS-PENDCHG-OPEN-NO                 VALUE "N".
           05  WS-CHGJRNL-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-CHGJRNL-OPEN-YES                VALUE "Y".
               88  WS-CHGJRNL-OPEN-NO                 VALUE "N".
           05  WS-PHASE-SWITCH            PIC X(01)   VALUE "S".
               88  WS-PHASE-STAGING                   VALUE "S".
               88  WS-PHASE-APPLYING                  VALUE "A".

       01  WS-MAINT-TOTALS.
           05  WS-CARDS-ADDED             PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-CHANGED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-DELETED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR          PIC 9(07)   COMP VALUE ZERO.
           05  WS-CHANGES-STAGED          PIC 9(07)   COMP VALUE ZERO.
           05  WS-CHANGES-RELEASED        PIC 9(07)   COMP VALUE ZERO.

       01  WS-STAGING-STAMP.
           05  WS-RUN-DATE                PIC X(08)   VALUE SPACES.
           05  WS-RUN-TIME                PIC X(06)   VALUE SPACES.
           05  WS-ENTRY-SEQ               PIC 9(04)   COMP VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.

       01  WS-EFF-DATE-WORK               PIC X(08)   VALUE SPACES.

       01  WS-JOURNAL-IMAGES.
           05  WS-JOURNAL-BEFORE          PIC X(60).
           05  WS-JOURNAL-AFTER           PIC X(60).

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
           05  WD-RESULT                  PIC X(12).
           05  FILLER                     PIC X(36)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WSL-SECTION-TITLE          PIC X(40).
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
           05  WT5-CARDS-IN-ERROR         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CHANGES STAGED...".
           05  WT6-CHANGES-STAGED         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TOTAL-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RELEASED CHANGES.".
           05  WT7-CHANGES-RELEASED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
               THRU 2000-PROCESS-CARD-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 4000-APPLY-RELEASED
               THRU 4000-APPLY-RELEASED-EXIT.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

      * 1000-INITIALIZE - open files and prime the card loop
      ***********************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME             FROM TIME.

           OPEN OUTPUT MNTLIST.
           OPEN EXTEND AUDITLOG.

               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O PENDCHG.

           IF WS-PENDCHG-Good
               SET WS-PENDCHG-OPEN-YES    TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               DISPLAY "SR0910 - UNABLE TO OPEN PENDCHG, STATUS = "
                       WS-PENDCHG-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND CHGJRNL.

           IF WS-CHGJRNL-File-Not-Found
               OPEN OUTPUT CHGJRNL
           END-IF.

           IF WS-CHGJRNL-Good
               SET WS-CHGJRNL-OPEN-YES    TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-CHGJRNL
                   THRU 9800-LOG-ERROR-CHGJRNL-EXIT
               DISPLAY "SR0910 - UNABLE TO OPEN CHGJRNL, STATUS = "
                       WS-CHGJRNL-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MNTCARD.

           IF NOT WS-MNTCARD-Good
           PERFORM 2100-READ-MNTCARD
               THRU 2100-READ-MNTCARD-EXIT.

           IF WS-EOF-NO
               MOVE "CHANGES STAGED FOR APPROVAL"
                                          TO WSL-SECTION-TITLE
               PERFORM 2950-PRINT-SECTION-LINE
                   THRU 2950-PRINT-SECTION-LINE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-CARD - validate one maintenance card and
      *                      stage it for approval or, for a
      *                      released change, apply it - echoing
      *                      it on the before/after listing
      ***********************************************************
       2000-PROCESS-CARD.
           MOVE SPACES                     TO WS-JOURNAL-IMAGES.
           MOVE SPACES                     TO WS-BEFORE-IMAGE.
           MOVE SPACES                     TO WD-RESULT.
           MOVE MC-EFF-DATE                TO WS-EFF-DATE-WORK.
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF WS-PHASE-STAGING
               PERFORM 2600-STAGE-CHANGE
                   THRU 2600-STAGE-CHANGE-EXIT
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           EVALUATE TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
           END-EVALUATE.

       2000-PROCESS-CARD-PRINT.
           IF WS-PHASE-APPLYING
               PERFORM 4300-CLOSE-OUT-CHANGE
                   THRU 4300-CLOSE-OUT-CHANGE-EXIT
           END-IF.

           PERFORM 2500-PRINT-MAINT-LINE
               THRU 2500-PRINT-MAINT-LINE-EXIT.

           IF WS-PHASE-STAGING
               PERFORM 2100-READ-MNTCARD
                   THRU 2100-READ-MNTCARD-EXIT
           ELSE
               IF WS-EOF-NO
                   PERFORM 4200-READ-RELEASED
                       THRU 4200-READ-RELEASED-EXIT
               END-IF
           END-IF.

       2000-PROCESS-CARD-EXIT.
           EXIT.
      * 2100-READ-MNTCARD - single read of the maintenance cards
      ***********************************************************
       2100-READ-MNTCARD.
           READ MNTCARD INTO MC-MAINTENANCE-CARD.

           IF WS-MNTCARD-Good
               ADD 1                      TO WS-RECORDS-READ
           MOVE MC-DESCRIPTION             TO LK-DESCRIPTION.
           MOVE MC-CATEGORY                TO LK-CATEGORY.

           MOVE LK-LOOKUP-RECORD           TO WS-JOURNAL-AFTER.
           WRITE LK-LOOKUP-RECORD.

           EVALUATE TRUE
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE LK-LOOKUP-RECORD           TO WS-JOURNAL-BEFORE.
           MOVE LK-DESCRIPTION             TO WS-BEFORE-DESCRIPTION.
           MOVE LK-CATEGORY                TO WS-BEFORE-CATEGORY.

               MOVE MC-CATEGORY           TO LK-CATEGORY
           END-IF.

           MOVE LK-LOOKUP-RECORD           TO WS-JOURNAL-AFTER.
           REWRITE LK-LOOKUP-RECORD.

           IF WS-LOOKUP-Good
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           MOVE LK-LOOKUP-RECORD           TO WS-JOURNAL-BEFORE.
           MOVE LK-DESCRIPTION             TO WS-BEFORE-DESCRIPTION.
           MOVE LK-CATEGORY                TO WS-BEFORE-CATEGORY.

       2500-PRINT-MAINT-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2600-STAGE-CHANGE - hold the validated card on PENDCHG
      *                      as a pending change under the
      *                      entering operator's ID; it is not
      *                      applied until a second operator
      *                      releases it through SR0970
      ***********************************************************
       2600-STAGE-CHANGE.
           IF NOT MC-ACTION-ADD AND
              NOT MC-ACTION-CHANGE AND
              NOT MC-ACTION-DELETE
               MOVE "BAD ACTION"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2600-STAGE-CHANGE-EXIT
           END-IF.

           IF MC-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR"         TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2600-STAGE-CHANGE-EXIT
           END-IF.

           ADD 1                          TO WS-ENTRY-SEQ.

           MOVE SPACES                     TO PD-PENDING-RECORD.
           MOVE WS-MASTER-ID               TO PD-MASTER-ID.
           MOVE WS-RUN-DATE                TO PD-ENTERED-DATE.
           MOVE WS-RUN-TIME                TO PD-ENTERED-TIME.
           MOVE WS-ENTRY-SEQ               TO PD-ENTRY-SEQ.
           SET PD-PENDING                 TO TRUE.
           MOVE MC-MAINTENANCE-CARD        TO PD-CARD-IMAGE.
           MOVE MC-OPERATOR-ID             TO PD-ENTERED-BY.
           MOVE WS-PROGRAM-NAME            TO PD-ENTERED-PROGRAM.

           WRITE PD-PENDING-RECORD.

           EVALUATE TRUE
               WHEN WS-PENDCHG-Good
                   MOVE "STAGED"          TO WD-RESULT
                   ADD 1                  TO WS-CHANGES-STAGED
               WHEN WS-PENDCHG-Duplicate-Key
                   MOVE "DUPLICATE ID"    TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-PENDCHG
                       THRU 9800-LOG-ERROR-PENDCHG-EXIT
                   MOVE "WRITE ERROR"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2600-STAGE-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new listing page
      ***********************************************************
       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 2950-PRINT-SECTION-LINE - title the staged or applied
      *                            part of the listing
      ***********************************************************
       2950-PRINT-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 2
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2                          TO WS-LINE-COUNT.

       2950-PRINT-SECTION-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the maintenance totals and close
      ***********************************************************
           MOVE WS-CARDS-CHANGED           TO WT3-CARDS-CHANGED.
           MOVE WS-CARDS-DELETED           TO WT4-CARDS-DELETED.
           MOVE WS-CARDS-IN-ERROR          TO WT5-CARDS-IN-ERROR.
           MOVE WS-CHANGES-STAGED          TO WT6-CHANGES-STAGED.
           MOVE WS-CHANGES-RELEASED        TO WT7-CHANGES-RELEASED.

           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-3
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

           IF WS-CARDS-IN-ERROR > ZERO AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

               CLOSE LOOKUP
           END-IF.

           IF WS-PENDCHG-OPEN-YES
               CLOSE PENDCHG
           END-IF.

           IF WS-CHGJRNL-OPEN-YES
               CLOSE CHGJRNL
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 4000-APPLY-RELEASED - after the cards are staged, browse
      *                        this master's changes on PENDCHG
      *                        and apply each one a second
      *                        operator has released, through the
      *                        same edit/apply/listing path a card
      *                        takes
      ***********************************************************
       4000-APPLY-RELEASED.
           IF WS-LOOKUP-OPEN-NO OR
              WS-PENDCHG-OPEN-NO OR
              WS-CHGJRNL-OPEN-NO
               GO TO 4000-APPLY-RELEASED-EXIT
           END-IF.

           SET WS-PHASE-APPLYING          TO TRUE.
           SET WS-EOF-NO                  TO TRUE.

           MOVE LOW-VALUES                 TO PD-CHANGE-KEY.
           MOVE WS-MASTER-ID               TO PD-MASTER-ID.

           START PENDCHG KEY >= PD-CHANGE-KEY.

           IF NOT WS-PENDCHG-Good
               IF NOT WS-PENDCHG-Not-Found AND
                  NOT WS-PENDCHG-Invalid-Key
                   PERFORM 9800-LOG-ERROR-PENDCHG
                       THRU 9800-LOG-ERROR-PENDCHG-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               GO TO 4000-APPLY-RELEASED-EXIT
           END-IF.

           PERFORM 4200-READ-RELEASED
               THRU 4200-READ-RELEASED-EXIT.

           IF WS-EOF-NO
               MOVE "RELEASED CHANGES APPLIED"
                                          TO WSL-SECTION-TITLE
               PERFORM 2950-PRINT-SECTION-LINE
                   THRU 2950-PRINT-SECTION-LINE-EXIT
           END-IF.

           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-EXIT
               UNTIL WS-EOF-YES.

       4000-APPLY-RELEASED-EXIT.
           EXIT.

      ***********************************************************
      * 4200-READ-RELEASED - read forward to this master's next
      *                       released change and load its card
      *                       image; pending, cancelled and
      *                       already-applied changes are passed
      ***********************************************************
       4200-READ-RELEASED.

       4200-READ-RELEASED-NEXT.
           READ PENDCHG NEXT RECORD.

           IF NOT WS-PENDCHG-Good
               IF NOT WS-PENDCHG-EOF
                   PERFORM 9800-LOG-ERROR-PENDCHG
                       THRU 9800-LOG-ERROR-PENDCHG-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 4200-READ-RELEASED-EXIT
           END-IF.

           IF PD-MASTER-ID NOT = WS-MASTER-ID
               SET WS-EOF-YES             TO TRUE
               GO TO 4200-READ-RELEASED-EXIT
           END-IF.

           IF NOT PD-RELEASED
               GO TO 4200-READ-RELEASED-NEXT
           END-IF.

           MOVE PD-CARD-IMAGE              TO MC-MAINTENANCE-CARD.
           ADD 1                          TO WS-CHANGES-RELEASED.

       4200-READ-RELEASED-EXIT.
           EXIT.

      ***********************************************************
      * 4300-CLOSE-OUT-CHANGE - journal a change that reached the
      *                          master and mark the pending
      *                          record applied, or failed with
      *                          the listing's result when it did
      *                          not
      ***********************************************************
       4300-CLOSE-OUT-CHANGE.
           ACCEPT PD-APPLIED-DATE         FROM DATE YYYYMMDD.
           ACCEPT PD-APPLIED-TIME         FROM TIME.

           IF WD-RESULT = "ADDED" OR "CHANGED" OR "DELETED"
               SET PD-APPLIED             TO TRUE
               PERFORM 4400-WRITE-JOURNAL
                   THRU 4400-WRITE-JOURNAL-EXIT
           ELSE
               SET PD-FAILED              TO TRUE
           END-IF.

           MOVE WD-RESULT                  TO PD-RESULT.

           REWRITE PD-PENDING-RECORD.

           IF NOT WS-PENDCHG-Good
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       4300-CLOSE-OUT-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 4400-WRITE-JOURNAL - record the applied change with its
      *                       full before and after images and
      *                       who entered and approved it.  The
      *                       master has already changed, so a
      *                       journal failure ends the apply with
      *                       RC 16 rather than carrying on
      *                       unjournaled.
      ***********************************************************
       4400-WRITE-JOURNAL.
           MOVE SPACES                     TO CJ-JOURNAL-RECORD.
           MOVE WS-MASTER-ID               TO CJ-MASTER-ID.
           MOVE MC-CODE                    TO CJ-MASTER-KEY (1:5).
           MOVE WS-EFF-DATE-WORK           TO CJ-MASTER-KEY (6:8).
           MOVE MC-ACTION                  TO CJ-ACTION.
           MOVE PD-CHANGE-KEY              TO CJ-CHANGE-KEY.
           MOVE PD-ENTERED-BY              TO CJ-ENTERED-BY.
           MOVE PD-ENTERED-DATE            TO CJ-ENTERED-DATE.
           MOVE PD-ENTERED-TIME            TO CJ-ENTERED-TIME.
           MOVE PD-APPROVED-BY             TO CJ-APPROVED-BY.
           MOVE PD-APPROVED-DATE           TO CJ-APPROVED-DATE.
           MOVE PD-APPROVED-TIME           TO CJ-APPROVED-TIME.
           MOVE PD-APPLIED-DATE            TO CJ-APPLIED-DATE.
           MOVE PD-APPLIED-TIME            TO CJ-APPLIED-TIME.
           MOVE WS-PROGRAM-NAME            TO CJ-APPLIED-PROGRAM.
           MOVE WS-JOURNAL-BEFORE          TO CJ-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER           TO CJ-AFTER-IMAGE.

           WRITE CJ-JOURNAL-RECORD.

           IF NOT WS-CHGJRNL-Good
               PERFORM 9800-LOG-ERROR-CHGJRNL
                   THRU 9800-LOG-ERROR-CHGJRNL-EXIT
               MOVE "JRNL ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       4400-WRITE-JOURNAL-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==MNTCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==LOOKUP==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PENDCHG==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CHGJRNL==.
