      ***********************************************************
      * Program name: SR0970
      * Original author: David Stagowski
      *
      * Description: Simple-Report master change approval job.
      *              Changes to LOOKUP, REGION, CALENDAR, GLACCT
      *              and EXRATE entered through SR0910-SR0940 are
      *              staged on PENDCHG under the entering
      *              operator's ID and go no further until a
      *              second operator releases them here.  Each
      *              APPRCARD card releases or cancels one
      *              pending change; the approving operator must
      *              differ from the one who entered it.
      *              Released changes are applied, and journaled
      *              to CHGJRNL, by the next run of the owning
      *              maintenance job.
      *
      *              The listing (APPRLIST) shows each decision
      *              and then every change still outstanding -
      *              pending a decision or released and not yet
      *              applied - so a run with no cards is the
      *              approver's work list.
      *
      * Typical Use: Run as a batch step by the approving
      *              operator, with APPRCARD DD * supplying one
      *              80-byte card per decision:
      *
      *                 column   1     decision     (R=release,
      *                                              X=cancel)
      *                 columns  2-27  change ID    (as listed:
      *                                              master
      *                                              2-9, entry
      *                                              date 10-17,
      *                                              time 18-23,
      *                                              sequence
      *                                              24-27)
      *                 columns 28-35  operator ID  (approver)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for dual-control master
      *                          maintenance.
      * 2026-10-15 dastagg       CALENDAR changes from SR0925 are
      *                          released here as well.
      * 2026-10-15 dastagg       The listing shows the whole
      *                          60-byte staged card image.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0970.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRCARD ASSIGN TO APPRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRCARD-Status.

           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-Status.

           SELECT APPRLIST ASSIGN TO APPRLIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  APPRCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AC-APPROVAL-CARD.
           05  AC-DECISION                PIC X(01).
               88  AC-DECISION-RELEASE                VALUE "R".
               88  AC-DECISION-CANCEL                 VALUE "X".
           05  AC-CHANGE-KEY.
               10  AC-MASTER-ID           PIC X(08).
               10  AC-ENTERED-DATE        PIC X(08).
               10  AC-ENTERED-TIME        PIC X(06).
               10  AC-ENTRY-SEQ           PIC X(04).
           05  AC-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(45).

       FD  PENDCHG.
       01  PD-PENDING-RECORD.
           COPY PENDREC.

       FD  APPRLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-APPRCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==APPRCARD==.

       01  WS-PENDCHG-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PENDCHG==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0970".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-PENDCHG-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-PENDCHG-OPEN-YES                VALUE "Y".
               88  WS-PENDCHG-OPEN-NO                 VALUE "N".
           05  WS-FOUND-SWITCH            PIC X(01)   VALUE "N".
               88  WS-FOUND-YES                       VALUE "Y".
               88  WS-FOUND-NO                        VALUE "N".

       01  WS-APPROVAL-TOTALS.
           05  WS-CHANGES-RELEASED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-CHANGES-CANCELLED       PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR          PIC 9(07)   COMP VALUE ZERO.
           05  WS-CHANGES-OUTSTANDING     PIC 9(07)   COMP VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "MASTER CHANGE APPROVAL LISTING".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(04)   VALUE "DEC".
           05  FILLER                     PIC X(30)   VALUE
               "CHANGE ID".
           05  FILLER                     PIC X(61)   VALUE
               "CARD IMAGE".
           05  FILLER                     PIC X(09)   VALUE
               "ENTERED".
           05  FILLER                     PIC X(09)   VALUE
               "APPROVER".
           05  FILLER                     PIC X(13)   VALUE
               "RESULT".
           05  FILLER                     PIC X(06)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-DECISION                PIC X(01).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WD-MASTER-ID               PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ENTERED-DATE            PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ENTERED-TIME            PIC X(06).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ENTRY-SEQ               PIC X(04).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-CARD-IMAGE              PIC X(60).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ENTERED-BY              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-RESULT                  PIC X(13).
           05  FILLER                     PIC X(06)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WSL-SECTION-TITLE          PIC X(40).
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS READ.......".
           05  WT1-CARDS-READ             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CHANGES RELEASED.".
           05  WT2-CHANGES-RELEASED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CHANGES CANCELLED".
           05  WT3-CHANGES-CANCELLED      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS IN ERROR...".
           05  WT4-CARDS-IN-ERROR         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "STILL OUTSTANDING".
           05  WT5-CHANGES-OUTSTANDING    PIC ZZZ,ZZ9.
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

           PERFORM 4000-LIST-OUTSTANDING
               THRU 4000-LIST-OUTSTANDING-EXIT.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open files and prime the card loop
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT APPRLIST.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0970 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN I-O PENDCHG.

           IF WS-PENDCHG-Good
               SET WS-PENDCHG-OPEN-YES    TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               DISPLAY "SR0970 - UNABLE TO OPEN PENDCHG, STATUS = "
                       WS-PENDCHG-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT APPRCARD.

           IF NOT WS-APPRCARD-Good
               PERFORM 9800-LOG-ERROR-APPRCARD
                   THRU 9800-LOG-ERROR-APPRCARD-EXIT
               DISPLAY "SR0970 - UNABLE TO OPEN APPRCARD, STATUS = "
                       WS-APPRCARD-Status
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-APPRCARD
               THRU 2100-READ-APPRCARD-EXIT.

           IF WS-EOF-NO
               MOVE "APPROVAL DECISIONS"  TO WSL-SECTION-TITLE
               PERFORM 2950-PRINT-SECTION-LINE
                   THRU 2950-PRINT-SECTION-LINE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-CARD - release or cancel one pending change
      *                      and echo the decision on the listing
      ***********************************************************
       2000-PROCESS-CARD.
           MOVE SPACES                     TO WD-RESULT.
           SET WS-FOUND-NO                TO TRUE.

           IF NOT AC-DECISION-RELEASE AND NOT AC-DECISION-CANCEL
               MOVE "BAD DECISION"        TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF AC-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR"         TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           MOVE AC-CHANGE-KEY              TO PD-CHANGE-KEY.
           READ PENDCHG.

           IF WS-PENDCHG-Not-Found OR WS-PENDCHG-Invalid-Key
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF NOT WS-PENDCHG-Good
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           SET WS-FOUND-YES               TO TRUE.

           IF NOT PD-PENDING
               MOVE "NOT PENDING"         TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF AC-OPERATOR-ID = PD-ENTERED-BY
               MOVE "SAME OPERATOR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF AC-DECISION-RELEASE
               SET PD-RELEASED            TO TRUE
           ELSE
               SET PD-CANCELLED           TO TRUE
           END-IF.

           MOVE AC-OPERATOR-ID             TO PD-APPROVED-BY.
           ACCEPT PD-APPROVED-DATE        FROM DATE YYYYMMDD.
           ACCEPT PD-APPROVED-TIME        FROM TIME.

           REWRITE PD-PENDING-RECORD.

           IF NOT WS-PENDCHG-Good
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               MOVE "REWRITE ERROR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF PD-RELEASED
               MOVE "RELEASED"            TO WD-RESULT
               ADD 1                      TO WS-CHANGES-RELEASED
           ELSE
               MOVE "CANCELLED"           TO WD-RESULT
               ADD 1                      TO WS-CHANGES-CANCELLED
           END-IF.

       2000-PROCESS-CARD-PRINT.
           PERFORM 2500-PRINT-DECISION-LINE
               THRU 2500-PRINT-DECISION-LINE-EXIT.

           PERFORM 2100-READ-APPRCARD
               THRU 2100-READ-APPRCARD-EXIT.

       2000-PROCESS-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-APPRCARD - single read of the decision cards
      ***********************************************************
       2100-READ-APPRCARD.
           READ APPRCARD.

           IF WS-APPRCARD-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-APPRCARD-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-APPRCARD-Good AND NOT WS-APPRCARD-EOF
               PERFORM 9800-LOG-ERROR-APPRCARD
                   THRU 9800-LOG-ERROR-APPRCARD-EXIT
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-APPRCARD-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-DECISION-LINE - echo the card with the staged
      *                             change it named, when found
      ***********************************************************
       2500-PRINT-DECISION-LINE.
           MOVE AC-DECISION                TO WD-DECISION.
           MOVE AC-MASTER-ID               TO WD-MASTER-ID.
           MOVE AC-ENTERED-DATE            TO WD-ENTERED-DATE.
           MOVE AC-ENTERED-TIME            TO WD-ENTERED-TIME.
           MOVE AC-ENTRY-SEQ               TO WD-ENTRY-SEQ.
           MOVE AC-OPERATOR-ID             TO WD-APPROVED-BY.

           IF WS-FOUND-YES
               MOVE PD-CARD-IMAGE         TO WD-CARD-IMAGE
               MOVE PD-ENTERED-BY         TO WD-ENTERED-BY
           ELSE
               MOVE SPACES                TO WD-CARD-IMAGE
               MOVE SPACES                TO WD-ENTERED-BY
           END-IF.

           PERFORM 2600-WRITE-DETAIL-LINE
               THRU 2600-WRITE-DETAIL-LINE-EXIT.

       2500-PRINT-DECISION-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2600-WRITE-DETAIL-LINE - one listing line, with headings
      *                           at each page break
      ***********************************************************
       2600-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2600-WRITE-DETAIL-LINE-EXIT.
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
      * 2950-PRINT-SECTION-LINE - title the decisions or the
      *                            outstanding part of the listing
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
      * 3000-FINALIZE - print the approval totals and close
      ***********************************************************
       3000-FINALIZE.
           IF WS-PAGE-NUMBER = ZERO
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-CARDS-READ.
           MOVE WS-CHANGES-RELEASED        TO WT2-CHANGES-RELEASED.
           MOVE WS-CHANGES-CANCELLED       TO WT3-CHANGES-CANCELLED.
           MOVE WS-CARDS-IN-ERROR          TO WT4-CARDS-IN-ERROR.
           MOVE WS-CHANGES-OUTSTANDING     TO WT5-CHANGES-OUTSTANDING.

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

           IF WS-CARDS-IN-ERROR > ZERO AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE APPRCARD.
           CLOSE APPRLIST.
           CLOSE AUDITLOG.

           IF WS-PENDCHG-OPEN-YES
               CLOSE PENDCHG
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 4000-LIST-OUTSTANDING - browse all of PENDCHG and list
      *                          every change still pending a
      *                          decision or released and not yet
      *                          applied
      ***********************************************************
       4000-LIST-OUTSTANDING.
           IF WS-PENDCHG-OPEN-NO
               GO TO 4000-LIST-OUTSTANDING-EXIT
           END-IF.

           MOVE "CHANGES OUTSTANDING"      TO WSL-SECTION-TITLE.
           PERFORM 2950-PRINT-SECTION-LINE
               THRU 2950-PRINT-SECTION-LINE-EXIT.

           MOVE LOW-VALUES                 TO PD-CHANGE-KEY.

           START PENDCHG KEY >= PD-CHANGE-KEY.

           IF NOT WS-PENDCHG-Good
               IF NOT WS-PENDCHG-Not-Found AND
                  NOT WS-PENDCHG-Invalid-Key
                   PERFORM 9800-LOG-ERROR-PENDCHG
                       THRU 9800-LOG-ERROR-PENDCHG-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               GO TO 4000-LIST-OUTSTANDING-EXIT
           END-IF.

           SET WS-EOF-NO                  TO TRUE.

           PERFORM 4100-LIST-ONE-CHANGE
               THRU 4100-LIST-ONE-CHANGE-EXIT
               UNTIL WS-EOF-YES.

       4000-LIST-OUTSTANDING-EXIT.
           EXIT.

      ***********************************************************
      * 4100-LIST-ONE-CHANGE - read the next pending record and
      *                         list it if it is still outstanding
      ***********************************************************
       4100-LIST-ONE-CHANGE.
           READ PENDCHG NEXT RECORD.

           IF NOT WS-PENDCHG-Good
               IF NOT WS-PENDCHG-EOF
                   PERFORM 9800-LOG-ERROR-PENDCHG
                       THRU 9800-LOG-ERROR-PENDCHG-EXIT
                   MOVE 16                TO RETURN-CODE
               END-IF
               SET WS-EOF-YES             TO TRUE
               GO TO 4100-LIST-ONE-CHANGE-EXIT
           END-IF.

           IF NOT PD-PENDING AND NOT PD-RELEASED
               GO TO 4100-LIST-ONE-CHANGE-EXIT
           END-IF.

           MOVE SPACES                     TO WD-DECISION.
           MOVE PD-MASTER-ID               TO WD-MASTER-ID.
           MOVE PD-ENTERED-DATE            TO WD-ENTERED-DATE.
           MOVE PD-ENTERED-TIME            TO WD-ENTERED-TIME.
           MOVE PD-ENTRY-SEQ               TO WD-ENTRY-SEQ.
           MOVE PD-CARD-IMAGE              TO WD-CARD-IMAGE.
           MOVE PD-ENTERED-BY              TO WD-ENTERED-BY.
           MOVE PD-APPROVED-BY             TO WD-APPROVED-BY.

           IF PD-PENDING
               MOVE "PENDING"             TO WD-RESULT
           ELSE
               MOVE "RELEASED"            TO WD-RESULT
           END-IF.

           PERFORM 2600-WRITE-DETAIL-LINE
               THRU 2600-WRITE-DETAIL-LINE-EXIT.

           ADD 1                          TO WS-CHANGES-OUTSTANDING.

       4100-LIST-ONE-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==APPRCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PENDCHG==.
