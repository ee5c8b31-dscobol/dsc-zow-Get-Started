      ***********************************************************
      * Program name: SR0980
      * Original author: David Stagowski
      *
      * Description: Simple-Report master change journal inquiry.
      *              Reads the permanent CHGJRNL change journal
      *              and reports the changes applied to LOOKUP,
      *              REGION, CALENDAR, GLACCT and EXRATE, selected
      *              by master, key and applied-date range.  Each
      *              change prints with who entered it, who
      *              approved it, when it was applied, and the
      *              full master record before and after - the
      *              answer to "who changed this, and from what".
      *
      * Typical Use: Run on request, with INQCARD DD * supplying
      *              one 80-byte selection card:
      *
      *                 columns  1- 8  master       (LOOKUP,
      *                                              REGION,
      *                                              CALENDAR,
      *                                              GLACCT,
      *                                              EXRATE;
      *                                              blank = all)
      *                 columns  9-28  key          (leading part
      *                                              of the master
      *                                              key; blank =
      *                                              all)
      *                 columns 29-36  from date    (applied on or
      *                                              after,
      *                                              YYYYMMDD;
      *                                              blank = no
      *                                              lower limit)
      *                 columns 37-44  to date      (applied on or
      *                                              before; blank
      *                                              = no upper
      *                                              limit)
      *
      *              A missing or blank card reports the whole
      *              journal.  A date that is not blank and not
      *              numeric errors the run with RC 8.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for dual-control master
      *                          maintenance.
      * 2026-10-15 dastagg       CALENDAR added to the masters
      *                          reported.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0980.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQCARD ASSIGN TO INQCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQCARD-Status.

           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  INQCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  IC-INQUIRY-CARD.
           05  IC-MASTER-ID               PIC X(08).
           05  IC-MASTER-KEY              PIC X(20).
           05  IC-FROM-DATE               PIC X(08).
           05  IC-TO-DATE                 PIC X(08).
           05  FILLER                     PIC X(36).

       FD  CHGJRNL.
       01  CJ-JOURNAL-RECORD.
           COPY CHGJREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-INQCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==INQCARD==.

       01  WS-CHGJRNL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CHGJRNL==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0980".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-CHGJRNL-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-CHGJRNL-OPEN-YES                VALUE "Y".
               88  WS-CHGJRNL-OPEN-NO                 VALUE "N".

       01  WS-SELECTION.
           05  WS-SEL-MASTER-ID           PIC X(08)   VALUE SPACES.
           05  WS-SEL-MASTER-KEY          PIC X(20)   VALUE SPACES.
           05  WS-SEL-FROM-DATE           PIC X(08)   VALUE SPACES.
           05  WS-SEL-TO-DATE             PIC X(08)   VALUE SPACES.

       01  WS-SEL-KEY-LENGTH              PIC 9(03)   COMP VALUE ZERO.

       01  WS-CHANGES-SELECTED            PIC 9(07)   COMP VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "MASTER CHANGE JOURNAL INQUIRY".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(11)   VALUE
               "SELECTION:".
           05  FILLER                     PIC X(07)   VALUE
               "MASTER".
           05  WH2-MASTER-ID              PIC X(08).
           05  FILLER                     PIC X(06)   VALUE
               "  KEY".
           05  WH2-MASTER-KEY             PIC X(20).
           05  FILLER                     PIC X(07)   VALUE
               "  FROM".
           05  WH2-FROM-DATE              PIC X(08).
           05  FILLER                     PIC X(05)   VALUE
               "  TO".
           05  WH2-TO-DATE                PIC X(08).
           05  FILLER                     PIC X(52)   VALUE SPACE.

       01  WS-HEADING-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(17)   VALUE
               "APPLIED".
           05  FILLER                     PIC X(30)   VALUE
               "MASTER   KEY".
           05  FILLER                     PIC X(03)   VALUE "A".
           05  FILLER                     PIC X(19)   VALUE
               "ENTERED BY".
           05  FILLER                     PIC X(19)   VALUE
               "APPROVED BY".
           05  FILLER                     PIC X(08)   VALUE
               "PROGRAM".
           05  FILLER                     PIC X(36)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-APPLIED-DATE            PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-APPLIED-TIME            PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-MASTER-ID               PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-MASTER-KEY              PIC X(20).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ACTION                  PIC X(01).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-ENTERED-BY              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ENTERED-DATE            PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-APPROVED-BY             PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-APPROVED-DATE           PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-APPLIED-PROGRAM         PIC X(08).
           05  FILLER                     PIC X(36)   VALUE SPACE.

       01  WS-IMAGE-LINE.
           05  FILLER                     PIC X(10)   VALUE SPACE.
           05  WI-IMAGE-LABEL             PIC X(08).
           05  WI-IMAGE                   PIC X(60).
           05  FILLER                     PIC X(55)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "NO CHANGES MATCH THE SELECTION".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-ERROR-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(40)   VALUE
               "INQCARD DATE NOT NUMERIC - NO REPORT".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "JOURNAL READ.....".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CHANGES SELECTED.".
           05  WT2-CHANGES-SELECTED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-JOURNAL
               THRU 2000-PROCESS-JOURNAL-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - read the selection, open the journal
      *                    and prime the read loop
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0980 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           PERFORM 1100-READ-INQ-CARD
               THRU 1100-READ-INQ-CARD-EXIT.

           PERFORM 2900-PRINT-HEADINGS
               THRU 2900-PRINT-HEADINGS-EXIT.

           IF (WS-SEL-FROM-DATE NOT = SPACES AND
               WS-SEL-FROM-DATE NOT NUMERIC) OR
              (WS-SEL-TO-DATE NOT = SPACES AND
               WS-SEL-TO-DATE NOT NUMERIC)
               DISPLAY "SR0980 - INQCARD DATE NOT NUMERIC, FROM = "
                       WS-SEL-FROM-DATE " TO = " WS-SEL-TO-DATE
               WRITE WS-PRINT-RECORD      FROM WS-ERROR-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8                     TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF WS-SEL-MASTER-KEY NOT = SPACES
               MOVE 20                    TO WS-SEL-KEY-LENGTH
               PERFORM 1150-TRIM-SEL-KEY
                   THRU 1150-TRIM-SEL-KEY-EXIT
                   UNTIL WS-SEL-MASTER-KEY (WS-SEL-KEY-LENGTH:1)
                         NOT = SPACE
           END-IF.

           OPEN INPUT CHGJRNL.

           IF NOT WS-CHGJRNL-Good
               PERFORM 9800-LOG-ERROR-CHGJRNL
                   THRU 9800-LOG-ERROR-CHGJRNL-EXIT
               DISPLAY "SR0980 - UNABLE TO OPEN CHGJRNL, STATUS = "
                       WS-CHGJRNL-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-CHGJRNL-OPEN-YES        TO TRUE.

           PERFORM 2100-READ-CHGJRNL
               THRU 2100-READ-CHGJRNL-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-INQ-CARD - pick up the selection; a missing or
      *                       empty INQCARD selects everything
      ***********************************************************
       1100-READ-INQ-CARD.
           OPEN INPUT INQCARD.

           IF NOT WS-INQCARD-Good
               IF NOT WS-INQCARD-File-Not-Found
                   PERFORM 9800-LOG-ERROR-INQCARD
                       THRU 9800-LOG-ERROR-INQCARD-EXIT
               END-IF
               DISPLAY "SR0980 - INQCARD NOT AVAILABLE, REPORTING "
                       "THE WHOLE JOURNAL"
               GO TO 1100-READ-INQ-CARD-EXIT
           END-IF.

           READ INQCARD.

           IF WS-INQCARD-Good
               MOVE IC-MASTER-ID          TO WS-SEL-MASTER-ID
               MOVE IC-MASTER-KEY         TO WS-SEL-MASTER-KEY
               MOVE IC-FROM-DATE          TO WS-SEL-FROM-DATE
               MOVE IC-TO-DATE            TO WS-SEL-TO-DATE
           ELSE
               IF NOT WS-INQCARD-EOF
                   PERFORM 9800-LOG-ERROR-INQCARD
                       THRU 9800-LOG-ERROR-INQCARD-EXIT
               END-IF
           END-IF.

           CLOSE INQCARD.

       1100-READ-INQ-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1150-TRIM-SEL-KEY - step back over trailing blanks so the
      *                      key selects on its leading part
      ***********************************************************
       1150-TRIM-SEL-KEY.
           SUBTRACT 1                     FROM WS-SEL-KEY-LENGTH.

       1150-TRIM-SEL-KEY-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-JOURNAL - report one journal record when it
      *                         meets the selection
      ***********************************************************
       2000-PROCESS-JOURNAL.
           IF WS-SEL-MASTER-ID NOT = SPACES AND
              CJ-MASTER-ID NOT = WS-SEL-MASTER-ID
               GO TO 2000-PROCESS-JOURNAL-NEXT
           END-IF.

           IF WS-SEL-KEY-LENGTH > ZERO
               IF CJ-MASTER-KEY (1:WS-SEL-KEY-LENGTH) NOT =
                  WS-SEL-MASTER-KEY (1:WS-SEL-KEY-LENGTH)
                   GO TO 2000-PROCESS-JOURNAL-NEXT
               END-IF
           END-IF.

           IF WS-SEL-FROM-DATE NOT = SPACES AND
              CJ-APPLIED-DATE < WS-SEL-FROM-DATE
               GO TO 2000-PROCESS-JOURNAL-NEXT
           END-IF.

           IF WS-SEL-TO-DATE NOT = SPACES AND
              CJ-APPLIED-DATE > WS-SEL-TO-DATE
               GO TO 2000-PROCESS-JOURNAL-NEXT
           END-IF.

           PERFORM 2500-PRINT-CHANGE
               THRU 2500-PRINT-CHANGE-EXIT.

           ADD 1                          TO WS-CHANGES-SELECTED.

       2000-PROCESS-JOURNAL-NEXT.
           PERFORM 2100-READ-CHGJRNL
               THRU 2100-READ-CHGJRNL-EXIT.

       2000-PROCESS-JOURNAL-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-CHGJRNL - single read of the change journal
      ***********************************************************
       2100-READ-CHGJRNL.
           READ CHGJRNL.

           IF WS-CHGJRNL-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-CHGJRNL-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-CHGJRNL-Good AND NOT WS-CHGJRNL-EOF
               PERFORM 9800-LOG-ERROR-CHGJRNL
                   THRU 9800-LOG-ERROR-CHGJRNL-EXIT
               MOVE 16                    TO RETURN-CODE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-CHGJRNL-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-CHANGE - the change line and its before and
      *                      after record images, kept together
      *                      on one page
      ***********************************************************
       2500-PRINT-CHANGE.
           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CJ-APPLIED-DATE            TO WD-APPLIED-DATE.
           MOVE CJ-APPLIED-TIME            TO WD-APPLIED-TIME.
           MOVE CJ-MASTER-ID               TO WD-MASTER-ID.
           MOVE CJ-MASTER-KEY              TO WD-MASTER-KEY.
           MOVE CJ-ACTION                  TO WD-ACTION.
           MOVE CJ-ENTERED-BY              TO WD-ENTERED-BY.
           MOVE CJ-ENTERED-DATE            TO WD-ENTERED-DATE.
           MOVE CJ-APPROVED-BY             TO WD-APPROVED-BY.
           MOVE CJ-APPROVED-DATE           TO WD-APPROVED-DATE.
           MOVE CJ-APPLIED-PROGRAM         TO WD-APPLIED-PROGRAM.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "BEFORE:"                  TO WI-IMAGE-LABEL.
           MOVE CJ-BEFORE-IMAGE            TO WI-IMAGE.
           WRITE WS-PRINT-RECORD          FROM WS-IMAGE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "AFTER:"                   TO WI-IMAGE-LABEL.
           MOVE CJ-AFTER-IMAGE             TO WI-IMAGE.
           WRITE WS-PRINT-RECORD          FROM WS-IMAGE-LINE
               AFTER ADVANCING 1 LINE.

           ADD 4                          TO WS-LINE-COUNT.

       2500-PRINT-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2900-PRINT-HEADINGS - start a new report page
      ***********************************************************
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.

           MOVE WS-SEL-MASTER-ID           TO WH2-MASTER-ID.
           MOVE WS-SEL-MASTER-KEY          TO WH2-MASTER-KEY.
           MOVE WS-SEL-FROM-DATE           TO WH2-FROM-DATE.
           MOVE WS-SEL-TO-DATE             TO WH2-TO-DATE.

           IF WS-SEL-MASTER-ID = SPACES
               MOVE "ALL"                 TO WH2-MASTER-ID
           END-IF.

           IF WS-SEL-MASTER-KEY = SPACES
               MOVE "ALL"                 TO WH2-MASTER-KEY
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO                      TO WS-LINE-COUNT.

       2900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - print the inquiry totals and close
      ***********************************************************
       3000-FINALIZE.
           IF WS-CHANGES-SELECTED = ZERO AND WS-CHGJRNL-OPEN-YES
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-CHANGES-SELECTED        TO WT2-CHANGES-SELECTED.

           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

           IF WS-CHGJRNL-OPEN-YES
               CLOSE CHGJRNL
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==INQCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CHGJRNL==.
