      ***********************************************************
      * Program name: SR0925
      * Original author: David Stagowski
      *
      * Description: Simple-Report business-day calendar
      *              maintenance job.  Reads card-image add/
      *              change/delete transactions (MNTCARD) for the
      *              CALENDAR VSAM KSDS, which marks holidays,
      *              weekend days worked or not, and the last day
      *              of each fiscal period and fiscal year (see
      *              CALREC).  Every card is echoed on a before/
      *              after maintenance listing (MNTLIST) so the
      *              change can be proven to audit.
      *
      * Typical Use: Run as a batch step when the year's holiday
      *              and fiscal period schedule is published, or
      *              when a date is declared or withdrawn, with
      *              MNTCARD DD * supplying one 80-byte card per
      *              action:
      *
      *                 column   1     action       (A=add,
      *                                              C=change,
      *                                              D=delete)
      *                 columns  2- 9  date         (YYYYMMDD)
      *                 column  10     day type     (B=business,
      *                                              W=weekend,
      *                                              H=holiday)
      *                 columns 11-14  fiscal year  (YYYY)
      *                 columns 15-16  fiscal period
      *                                             (01-13)
      *                 column  17     period end   (Y or N)
      *                 column  18     year end     (Y or N)
      *                 columns 19-38  description
      *                 columns 61-68  operator ID  (who entered
      *                                              the change)
      *
      *              On an A card a blank day type is taken from
      *              the weekday (W on Saturday and Sunday, B
      *              otherwise) and blank flags are N.  On a C
      *              card, only the non-blank fields replace the
      *              master's contents.  A period-end date must
      *              carry its fiscal year and period, and only a
      *              period end can be a year end; a card that
      *              would leave the master otherwise is errored.
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
      *              journaled to CHGJRNL with the full calendar
      *              record before and after.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the business-day
      *                          calendar is maintained under the
      *                          same dual control as the region
      *                          master.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0925.
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

           SELECT CALENDAR ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CAL-DATE
               FILE STATUS IS WS-CALENDAR-Status.

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

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MC-CARD-RECORD                 PIC X(80).

       FD  CALENDAR.
       01  CA-CALENDAR-RECORD.
           COPY CALREC.

       FD  PENDCHG.
       01  PD-PENDING-RECORD.
           COPY PENDREC.

       FD  CHGJRNL.
       01  CJ-JOURNAL-RECORD.
           COPY CHGJREC.

       FD  MNTLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-MNTCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MNTCARD==.

       01  WS-CALENDAR-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CALENDAR==.

       01  WS-PENDCHG-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PENDCHG==.

       01  WS-CHGJRNL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CHGJRNL==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0925".

       01  WS-MASTER-ID                   PIC X(08)   VALUE "CALENDAR".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  MC-MAINTENANCE-CARD.
           05  MC-ACTION                  PIC X(01).
               88  MC-ACTION-ADD                      VALUE "A".
               88  MC-ACTION-CHANGE                   VALUE "C".
               88  MC-ACTION-DELETE                   VALUE "D".
           05  MC-CAL-DATE                PIC X(08).
           05  MC-DAY-TYPE                PIC X(01).
           05  MC-FISCAL-KEY.
               10  MC-FISCAL-YEAR         PIC X(04).
               10  MC-FISCAL-PERIOD       PIC X(02).
           05  MC-PERIOD-END-FLAG         PIC X(01).
           05  MC-YEAR-END-FLAG           PIC X(01).
           05  MC-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(22).
           05  MC-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(12).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-CALENDAR-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-CALENDAR-OPEN-YES               VALUE "Y".
               88  WS-CALENDAR-OPEN-NO                VALUE "N".
           05  WS-PENDCHG-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-PENDCHG-OPEN-YES                VALUE "Y".
               88  WS-PENDCHG-OPEN-NO                 VALUE "N".
           05  WS-CHGJRNL-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-CHGJRNL-OPEN-YES                VALUE "Y".
               88  WS-CHGJRNL-OPEN-NO                 VALUE "N".
           05  WS-PHASE-SWITCH            PIC X(01)   VALUE "S".
               88  WS-PHASE-STAGING                   VALUE "S".
               88  WS-PHASE-APPLYING                  VALUE "A".
           05  WS-DATE-VALID-SWITCH       PIC X(01)   VALUE "N".
               88  WS-DATE-VALID-YES                  VALUE "Y".
               88  WS-DATE-VALID-NO                   VALUE "N".

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
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-FLAGS            PIC X(11).

       01  WS-JOURNAL-IMAGES.
           05  WS-JOURNAL-BEFORE          PIC X(60).
           05  WS-JOURNAL-AFTER           PIC X(60).

      *    Day type, fiscal key and period/year-end flags of a
      *    calendar record as printed on the listing
       01  WS-FLAG-IMAGE.
           05  WF-DAY-TYPE                PIC X(01).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WF-FISCAL-KEY              PIC X(06).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WF-PERIOD-END-FLAG         PIC X(01).
           05  WF-YEAR-END-FLAG           PIC X(01).

       01  WS-EDIT-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YEAR               PIC 9(04).
           05  WS-EDIT-MONTH              PIC 9(02).
           05  WS-EDIT-DAY                PIC 9(02).

       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOTIENT           PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-4              PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-100            PIC 9(04)   COMP VALUE ZERO.
           05  WS-LEAP-REM-400            PIC 9(04)   COMP VALUE ZERO.
           05  WS-MONTH-DAYS              PIC 9(02)   VALUE ZERO.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                     PIC X(24)   VALUE
               "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                          PIC 9(02).

       01  WS-WEEKDAY                     PIC 9(01)   COMP VALUE ZERO.
           88  WS-WEEKDAY-SUNDAY                      VALUE 0.
           88  WS-WEEKDAY-SATURDAY                    VALUE 6.

       01  WS-DATE-WORK.
           05  WS-DW-DATE                 PIC X(08).
           05  WS-DW-DATE-N REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR             PIC 9(04).
               10  WS-DW-MONTH            PIC 9(02).
               10  WS-DW-DAY              PIC 9(02).
           05  WS-DW-SERIAL               PIC S9(09)  COMP.
           05  WS-DW-PRIOR-YEAR           PIC S9(09)  COMP.
           05  WS-DW-DIV4                 PIC S9(09)  COMP.
           05  WS-DW-DIV100               PIC S9(09)  COMP.
           05  WS-DW-DIV400               PIC S9(09)  COMP.
           05  WS-DW-QUOTIENT             PIC S9(09)  COMP.
           05  WS-DW-REM4                 PIC S9(03)  COMP.
           05  WS-DW-REM100               PIC S9(03)  COMP.
           05  WS-DW-REM400               PIC S9(03)  COMP.

       01  WS-MONTH-OFFSETS.
           05  FILLER                     PIC X(18)   VALUE
               "000031059090120151".
           05  FILLER                     PIC X(18)   VALUE
               "181212243273304334".
       01  WS-MONTH-OFFSETS-R REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                          PIC 9(03).

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "CALENDAR MASTER MAINTENANCE LISTING".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(04)   VALUE "ACT".
           05  FILLER                     PIC X(10)   VALUE "DATE".
           05  FILLER                     PIC X(13)   VALUE
               "BEFORE".
           05  FILLER                     PIC X(13)   VALUE
               "AFTER".
           05  FILLER                     PIC X(22)   VALUE
               "DESCRIPTION".
           05  FILLER                     PIC X(13)   VALUE
               "RESULT".
           05  FILLER                     PIC X(57)   VALUE SPACE.

       01  WS-HEADING-LINE-3.
           05  FILLER                     PIC X(15)   VALUE SPACE.
           05  FILLER                     PIC X(13)   VALUE
               "T YYYYPP PY".
           05  FILLER                     PIC X(13)   VALUE
               "T YYYYPP PY".
           05  FILLER                     PIC X(92)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-ACTION                  PIC X(01).
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WD-CAL-DATE                PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BEFORE-FLAGS            PIC X(11).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-AFTER-FLAGS             PIC X(11).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-DESCRIPTION             PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-RESULT                  PIC X(13).
           05  FILLER                     PIC X(57)   VALUE SPACE.

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
               "DATES ADDED......".
           05  WT2-CARDS-ADDED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "DATES CHANGED....".
           05  WT3-CARDS-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "DATES DELETED....".
           05  WT4-CARDS-DELETED          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS IN ERROR...".
           05  WT5-CARDS-IN-ERROR         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CHANGES STAGED...".
           05  WT6-CHANGES-STAGED         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "RELEASED CHANGES.".
           05  WT7-CHANGES-RELEASED       PIC ZZZ,ZZ9.
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

           PERFORM 4000-APPLY-RELEASED
               THRU 4000-APPLY-RELEASED-EXIT.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open files and prime the card loop
      ***********************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME             FROM TIME.

           OPEN OUTPUT MNTLIST.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0925 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN I-O CALENDAR.

           IF WS-CALENDAR-Good
               SET WS-CALENDAR-OPEN-YES   TO TRUE
           ELSE
               IF NOT WS-CALENDAR-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
               END-IF
               DISPLAY "SR0925 - UNABLE TO OPEN CALENDAR, STATUS = "
                       WS-CALENDAR-Status
               SET WS-CALENDAR-OPEN-NO    TO TRUE
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O PENDCHG.

           IF WS-PENDCHG-Good
               SET WS-PENDCHG-OPEN-YES    TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-PENDCHG
                   THRU 9800-LOG-ERROR-PENDCHG-EXIT
               DISPLAY "SR0925 - UNABLE TO OPEN PENDCHG, STATUS = "
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
               DISPLAY "SR0925 - UNABLE TO OPEN CHGJRNL, STATUS = "
                       WS-CHGJRNL-Status
               SET WS-EOF-YES             TO TRUE
               MOVE 16                    TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MNTCARD.

           IF NOT WS-MNTCARD-Good
               PERFORM 9800-LOG-ERROR-MNTCARD
                   THRU 9800-LOG-ERROR-MNTCARD-EXIT
               DISPLAY "SR0925 - UNABLE TO OPEN MNTCARD, STATUS = "
                       WS-MNTCARD-Status
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

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
           MOVE SPACES                     TO WS-BEFORE-IMAGE.
           MOVE SPACES                     TO WS-JOURNAL-IMAGES.
           MOVE SPACES                     TO WD-RESULT.

           MOVE MC-CAL-DATE                TO WS-EDIT-DATE.
           PERFORM 2050-EDIT-DATE
               THRU 2050-EDIT-DATE-EXIT.

           IF WS-DATE-VALID-NO
               MOVE "BAD DATE"            TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2000-PROCESS-CARD-PRINT
           END-IF.

           IF MC-ACTION-ADD OR MC-ACTION-CHANGE
               IF MC-DAY-TYPE NOT = SPACE AND
                  MC-DAY-TYPE NOT = "B" AND
                  MC-DAY-TYPE NOT = "W" AND
                  MC-DAY-TYPE NOT = "H"
                   MOVE "BAD DAY TYPE"    TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
               IF MC-FISCAL-YEAR NOT = SPACES AND
                  MC-FISCAL-YEAR NOT NUMERIC
                   MOVE "BAD FISCAL YR"   TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
               IF MC-FISCAL-PERIOD NOT = SPACES
                   IF MC-FISCAL-PERIOD NOT NUMERIC OR
                      MC-FISCAL-PERIOD < "01" OR
                      MC-FISCAL-PERIOD > "13"
                       MOVE "BAD PERIOD"  TO WD-RESULT
                       ADD 1              TO WS-CARDS-IN-ERROR
                       GO TO 2000-PROCESS-CARD-PRINT
                   END-IF
               END-IF
               IF (MC-PERIOD-END-FLAG NOT = SPACE AND
                   MC-PERIOD-END-FLAG NOT = "Y" AND
                   MC-PERIOD-END-FLAG NOT = "N") OR
                  (MC-YEAR-END-FLAG NOT = SPACE AND
                   MC-YEAR-END-FLAG NOT = "Y" AND
                   MC-YEAR-END-FLAG NOT = "N")
                   MOVE "BAD END FLAG"    TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2000-PROCESS-CARD-PRINT
               END-IF
           END-IF.

           IF WS-PHASE-STAGING
               PERFORM 2600-STAGE-CHANGE
                   THRU 2600-STAGE-CHANGE-EXIT
               GO TO 2000-PROCESS-CARD-PRINT
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

      ***********************************************************
      * 2050-EDIT-DATE - the date staged in WS-EDIT-DATE must be
      *                   a real calendar date, leap years
      *                   included
      ***********************************************************
       2050-EDIT-DATE.
           SET WS-DATE-VALID-NO           TO TRUE.

           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 2050-EDIT-DATE-EXIT
           END-IF.

           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12 OR
              WS-EDIT-DAY < 1
               GO TO 2050-EDIT-DATE-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH (WS-EDIT-MONTH) TO WS-MONTH-DAYS.

           IF WS-EDIT-MONTH = 2
               DIVIDE WS-EDIT-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO AND
                  (WS-LEAP-REM-100 NOT = ZERO OR
                   WS-LEAP-REM-400 = ZERO)
                   MOVE 29                TO WS-MONTH-DAYS
               END-IF
           END-IF.

           IF WS-EDIT-DAY > WS-MONTH-DAYS
               GO TO 2050-EDIT-DATE-EXIT
           END-IF.

           SET WS-DATE-VALID-YES          TO TRUE.

       2050-EDIT-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-MNTCARD - single read of the maintenance cards
      ***********************************************************
       2100-READ-MNTCARD.
           READ MNTCARD INTO MC-MAINTENANCE-CARD.

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
      * 2200-APPLY-ADD - write a new calendar date, rejecting a
      *                   date already on file.  A blank day type
      *                   follows the weekday; blank period-end
      *                   and year-end flags default to N.
      ***********************************************************
       2200-APPLY-ADD.
           MOVE SPACES                     TO CA-CALENDAR-RECORD.
           MOVE MC-CAL-DATE                TO CA-CAL-DATE.
           MOVE MC-FISCAL-KEY              TO CA-FISCAL-KEY.
           MOVE MC-DESCRIPTION             TO CA-DESCRIPTION.

           IF MC-DAY-TYPE = SPACE
               PERFORM 2260-SET-WEEKDAY-TYPE
                   THRU 2260-SET-WEEKDAY-TYPE-EXIT
           ELSE
               MOVE MC-DAY-TYPE           TO CA-DAY-TYPE
           END-IF.

           IF MC-PERIOD-END-FLAG = SPACE
               SET CA-PERIOD-END-NO       TO TRUE
           ELSE
               MOVE MC-PERIOD-END-FLAG    TO CA-PERIOD-END-FLAG
           END-IF.

           IF MC-YEAR-END-FLAG = SPACE
               SET CA-YEAR-END-NO         TO TRUE
           ELSE
               MOVE MC-YEAR-END-FLAG      TO CA-YEAR-END-FLAG
           END-IF.

           PERFORM 2250-CHECK-PERIOD-END
               THRU 2250-CHECK-PERIOD-END-EXIT.

           IF WD-RESULT NOT = SPACES
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           MOVE CA-CALENDAR-RECORD         TO WS-JOURNAL-AFTER.
           WRITE CA-CALENDAR-RECORD.

           EVALUATE TRUE
               WHEN WS-CALENDAR-Good
                   MOVE "ADDED"           TO WD-RESULT
                   ADD 1                  TO WS-CARDS-ADDED
               WHEN WS-CALENDAR-Duplicate-Key
                   MOVE "DUPLICATE"       TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
               WHEN OTHER
                   PERFORM 9800-LOG-ERROR-CALENDAR
                       THRU 9800-LOG-ERROR-CALENDAR-EXIT
                   MOVE "WRITE ERROR"     TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
           END-EVALUATE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      ***********************************************************
      * 2250-CHECK-PERIOD-END - the record about to be written
      *                          must be consistent: a period end
      *                          carries its fiscal year and
      *                          period, and only a period end can
      *                          close the fiscal year
      ***********************************************************
       2250-CHECK-PERIOD-END.
           IF CA-PERIOD-END AND
              (CA-FISCAL-YEAR = SPACES OR CA-FISCAL-PERIOD = SPACES)
               MOVE "NO FISCAL KEY"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2250-CHECK-PERIOD-END-EXIT
           END-IF.

           IF CA-YEAR-END AND NOT CA-PERIOD-END
               MOVE "YR END NOT PE"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2250-CHECK-PERIOD-END-EXIT.
           EXIT.

      ***********************************************************
      * 2260-SET-WEEKDAY-TYPE - a date added with no day type is
      *                          a weekend day on Saturday and
      *                          Sunday and a business day
      *                          otherwise.  Day 1 of the serial
      *                          count is a Monday, so the
      *                          remainder over 7 is 0 on a
      *                          Sunday and 6 on a Saturday.
      ***********************************************************
       2260-SET-WEEKDAY-TYPE.
           MOVE MC-CAL-DATE                TO WS-DW-DATE.
           PERFORM 8000-DATE-TO-SERIAL
               THRU 8000-DATE-TO-SERIAL-EXIT.

           DIVIDE WS-DW-SERIAL BY 7
               GIVING WS-DW-QUOTIENT REMAINDER WS-WEEKDAY.

           IF WS-WEEKDAY-SUNDAY OR WS-WEEKDAY-SATURDAY
               SET CA-WEEKEND             TO TRUE
           ELSE
               SET CA-BUSINESS-DAY        TO TRUE
           END-IF.

       2260-SET-WEEKDAY-TYPE-EXIT.
           EXIT.

      ***********************************************************
      * 2300-APPLY-CHANGE - reread the date, capture the before
      *                      image, and rewrite with the card's
      *                      non-blank fields
      ***********************************************************
       2300-APPLY-CHANGE.
           MOVE MC-CAL-DATE                TO CA-CAL-DATE.
           READ CALENDAR.

           IF WS-CALENDAR-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           IF NOT WS-CALENDAR-Good
               PERFORM 9800-LOG-ERROR-CALENDAR
                   THRU 9800-LOG-ERROR-CALENDAR-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE CA-CALENDAR-RECORD         TO WS-JOURNAL-BEFORE.
           PERFORM 2550-BUILD-FLAG-IMAGE
               THRU 2550-BUILD-FLAG-IMAGE-EXIT.
           MOVE WS-FLAG-IMAGE              TO WS-BEFORE-FLAGS.

           IF MC-DAY-TYPE NOT = SPACE
               MOVE MC-DAY-TYPE           TO CA-DAY-TYPE
           END-IF.

           IF MC-FISCAL-YEAR NOT = SPACES
               MOVE MC-FISCAL-YEAR        TO CA-FISCAL-YEAR
           END-IF.

           IF MC-FISCAL-PERIOD NOT = SPACES
               MOVE MC-FISCAL-PERIOD      TO CA-FISCAL-PERIOD
           END-IF.

           IF MC-PERIOD-END-FLAG NOT = SPACE
               MOVE MC-PERIOD-END-FLAG    TO CA-PERIOD-END-FLAG
           END-IF.

           IF MC-YEAR-END-FLAG NOT = SPACE
               MOVE MC-YEAR-END-FLAG      TO CA-YEAR-END-FLAG
           END-IF.

           IF MC-DESCRIPTION NOT = SPACES
               MOVE MC-DESCRIPTION        TO CA-DESCRIPTION
           END-IF.

           PERFORM 2250-CHECK-PERIOD-END
               THRU 2250-CHECK-PERIOD-END-EXIT.

           IF WD-RESULT NOT = SPACES
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           MOVE CA-CALENDAR-RECORD         TO WS-JOURNAL-AFTER.
           REWRITE CA-CALENDAR-RECORD.

           IF WS-CALENDAR-Good
               MOVE "CHANGED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-CHANGED
           ELSE
               PERFORM 9800-LOG-ERROR-CALENDAR
                   THRU 9800-LOG-ERROR-CALENDAR-EXIT
               MOVE "REWRITE ERROR"       TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2400-APPLY-DELETE - reread the date for the before image
      *                      and delete it from the master; the
      *                      date reverts to its weekday rule
      ***********************************************************
       2400-APPLY-DELETE.
           MOVE MC-CAL-DATE                TO CA-CAL-DATE.
           READ CALENDAR.

           IF WS-CALENDAR-Not-Found
               MOVE "NOT FOUND"           TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           IF NOT WS-CALENDAR-Good
               PERFORM 9800-LOG-ERROR-CALENDAR
                   THRU 9800-LOG-ERROR-CALENDAR-EXIT
               MOVE "READ ERROR"          TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF.

           MOVE CA-CALENDAR-RECORD         TO WS-JOURNAL-BEFORE.
           PERFORM 2550-BUILD-FLAG-IMAGE
               THRU 2550-BUILD-FLAG-IMAGE-EXIT.
           MOVE WS-FLAG-IMAGE              TO WS-BEFORE-FLAGS.

           DELETE CALENDAR RECORD.

           IF WS-CALENDAR-Good
               MOVE "DELETED"             TO WD-RESULT
               ADD 1                      TO WS-CARDS-DELETED
           ELSE
               PERFORM 9800-LOG-ERROR-CALENDAR
                   THRU 9800-LOG-ERROR-CALENDAR-EXIT
               MOVE "DELETE ERROR"        TO WD-RESULT
               ADD 1                      TO WS-CARDS-IN-ERROR
           END-IF.

       2400-APPLY-DELETE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-PRINT-MAINT-LINE - echo the card, the before image,
      *                          and the resulting master contents
      ***********************************************************
       2500-PRINT-MAINT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE MC-ACTION                  TO WD-ACTION.
           MOVE MC-CAL-DATE                TO WD-CAL-DATE.
           MOVE WS-BEFORE-FLAGS            TO WD-BEFORE-FLAGS.

           IF WD-RESULT = "ADDED" OR "CHANGED"
               PERFORM 2550-BUILD-FLAG-IMAGE
                   THRU 2550-BUILD-FLAG-IMAGE-EXIT
               MOVE WS-FLAG-IMAGE         TO WD-AFTER-FLAGS
           ELSE
               MOVE SPACES                TO WD-AFTER-FLAGS
           END-IF.

           IF WD-RESULT = "ADDED" OR "CHANGED" OR "DELETED"
               MOVE CA-DESCRIPTION        TO WD-DESCRIPTION
           ELSE
               MOVE MC-DESCRIPTION        TO WD-DESCRIPTION
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2500-PRINT-MAINT-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2550-BUILD-FLAG-IMAGE - day type, fiscal key and end
      *                          flags of the calendar record as
      *                          they print on the listing
      ***********************************************************
       2550-BUILD-FLAG-IMAGE.
           MOVE CA-DAY-TYPE                TO WF-DAY-TYPE.
           MOVE CA-FISCAL-KEY              TO WF-FISCAL-KEY.
           MOVE CA-PERIOD-END-FLAG         TO WF-PERIOD-END-FLAG.
           MOVE CA-YEAR-END-FLAG           TO WF-YEAR-END-FLAG.

       2550-BUILD-FLAG-IMAGE-EXIT.
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

           IF MC-ACTION-ADD
               IF MC-PERIOD-END-FLAG = "Y" AND
                  (MC-FISCAL-YEAR = SPACES OR
                   MC-FISCAL-PERIOD = SPACES)
                   MOVE "NO FISCAL KEY"   TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2600-STAGE-CHANGE-EXIT
               END-IF
               IF MC-YEAR-END-FLAG = "Y" AND
                  MC-PERIOD-END-FLAG NOT = "Y"
                   MOVE "YR END NOT PE"   TO WD-RESULT
                   ADD 1                  TO WS-CARDS-IN-ERROR
                   GO TO 2600-STAGE-CHANGE-EXIT
               END-IF
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
       2900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-3
               AFTER ADVANCING 1 LINE.

           MOVE 1                         TO WS-LINE-COUNT.

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
       3000-FINALIZE.
           MOVE WS-RECORDS-READ            TO WT1-CARDS-READ.
           MOVE WS-CARDS-ADDED             TO WT2-CARDS-ADDED.
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
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

           IF WS-CARDS-IN-ERROR > ZERO AND RETURN-CODE < 8
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE MNTCARD.
           CLOSE MNTLIST.
           CLOSE AUDITLOG.

           IF WS-CALENDAR-OPEN-YES
               CLOSE CALENDAR
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
           IF WS-CALENDAR-OPEN-NO OR
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
           MOVE MC-CAL-DATE                TO CJ-MASTER-KEY.
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
      * 8000-DATE-TO-SERIAL - turn the YYYYMMDD date staged in
      *                        WS-DW-DATE into a day count.
      *                        Standard Gregorian arithmetic:
      *                        whole years plus leap days plus the
      *                        month offset, with one more day in
      *                        a leap year past February.
      ***********************************************************
       8000-DATE-TO-SERIAL.
           COMPUTE WS-DW-PRIOR-YEAR = WS-DW-YEAR - 1.

           DIVIDE WS-DW-PRIOR-YEAR BY 4
               GIVING WS-DW-DIV4.
           DIVIDE WS-DW-PRIOR-YEAR BY 100
               GIVING WS-DW-DIV100.
           DIVIDE WS-DW-PRIOR-YEAR BY 400
               GIVING WS-DW-DIV400.

           COMPUTE WS-DW-SERIAL = (WS-DW-PRIOR-YEAR * 365)
               + WS-DW-DIV4 - WS-DW-DIV100 + WS-DW-DIV400
               + WS-MONTH-OFFSET (WS-DW-MONTH) + WS-DW-DAY.

           IF WS-DW-MONTH > 2
               DIVIDE WS-DW-YEAR BY 4
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM4
               DIVIDE WS-DW-YEAR BY 100
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM100
               DIVIDE WS-DW-YEAR BY 400
                   GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM400
               IF (WS-DW-REM4 = ZERO AND WS-DW-REM100 NOT = ZERO)
                  OR WS-DW-REM400 = ZERO
                   ADD 1                  TO WS-DW-SERIAL
               END-IF
           END-IF.

       8000-DATE-TO-SERIAL-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==MNTCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CALENDAR==.

           COPY ERRLOG REPLACING ==:tag:== BY ==PENDCHG==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CHGJRNL==.
