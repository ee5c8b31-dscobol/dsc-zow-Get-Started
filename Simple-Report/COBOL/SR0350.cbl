      ***********************************************************
      * Program name: SR0350
      * Original author: David Stagowski
      *
      * Description: Simple-Report large-value hold release job.
      *              Reads the hold files written by SR0100 and
      *              SR0200, together with the pending items
      *              carried from earlier days (concatenated on
      *              HOLDFILE), and a deck of decision cards
      *              (RELCARD) keyed by finance.  An approved item
      *              is written to RELEASED in clean TRANREC
      *              format, marked with TR-APPROVAL-FLAG so the
      *              next SR0100 run lets it past the approval
      *              ceiling, the same way SR0300's RECYCLE output
      *              is fed back in.  A declined item goes to
      *              suspense with reason 07.  Hold items with no
      *              decision card are carried forward unchanged
      *              to HOLDNEW for another day.
      *
      *              Every decision applied is appended to the
      *              permanent HOLDLOG with the operator and the
      *              date/time, and echoed on the RELLIST
      *              decision listing.
      *
      * Typical Use: Run as a batch step after the day's report
      *              runs, with RELCARD DD * supplying one 80-byte
      *              card per item to approve or decline:
      *
      *                 column   1     decision     (A=approve,
      *                                              D=decline)
      *                 columns  2-11  match key    (TR-TRAN-KEY
      *                                              of the held
      *                                              item)
      *                 columns 12-19  match date   (TR-TRAN-DATE,
      *                                              YYYYMMDD,
      *                                              blank = any)
      *                 columns 20-27  operator id  (required)
      *                 columns 28-47  note         (optional,
      *                                              kept on the
      *                                              decision log)
      *
      *              HOLDNEW is swapped in by operations as the
      *              carried hold file, the same way SR0700's
      *              SUSPNEW is swapped in as the live suspense.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so large-value items
      *                          diverted to the hold queue can
      *                          be approved or declined by
      *                          finance, with every decision
      *                          logged.
      * 2026-10-15 dastagg       RELEASED now opens with a header
      *                          stamped SR0350 and closes with a
      *                          trailer count and amount, so
      *                          SR0100 honours the approval byte
      *                          on this file alone.  A decision
      *                          whose RELEASED or SUSPOUT write
      *                          fails is not logged; the item
      *                          stays on hold and the run ends
      *                          RC 8.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0350.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDFILE-Status.

           SELECT RELCARD ASSIGN TO RELCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELCARD-Status.

           SELECT RELEASED ASSIGN TO RELEASED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASED-Status.

           SELECT SUSPOUT ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-Status.

           SELECT HOLDNEW ASSIGN TO HOLDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDNEW-Status.

           SELECT HOLDLOG ASSIGN TO HOLDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-Status.

           SELECT RELLIST ASSIGN TO RELLIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-PROGRAM-NAME
               FILE STATUS IS WS-CTLFILE-Status.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HD-HOLD-RECORD.
           COPY HOLDREC.

       FD  RELCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RL-DECISION-CARD               PIC X(80).

       FD  RELEASED
           RECORD CONTAINS 50 CHARACTERS.
       01  RE-RELEASED-RECORD             PIC X(50).

       FD  SUSPOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SU-SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  HOLDNEW
           RECORD CONTAINS 100 CHARACTERS.
       01  HN-HOLD-OUT                    PIC X(100).

       FD  HOLDLOG
           RECORD CONTAINS 100 CHARACTERS.
       01  HL-DECISION-RECORD.
           COPY HLOGREC.

       FD  RELLIST
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  CTLFILE.
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HOLDFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDFILE==.

       01  WS-RELCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RELCARD==.

       01  WS-RELEASED-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RELEASED==.

       01  WS-SUSPOUT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SUSPOUT==.

       01  WS-HOLDNEW-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDNEW==.

       01  WS-HOLDLOG-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HOLDLOG==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-CTLFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0350".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-RELEASE-TOTALS.
           05  WS-CARDS-READ              PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-INVALID           PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-UNUSED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-APPROVED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-DECLINED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-CARRIED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-DECISIONS-FAILED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RELEASED-AMOUNT         PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-CARD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  WS-CARD-EOF-YES                    VALUE "Y".
               88  WS-CARD-EOF-NO                     VALUE "N".
           05  WS-CARD-FOUND-SWITCH       PIC X(01)   VALUE "N".
               88  WS-CARD-FOUND-YES                  VALUE "Y".
               88  WS-CARD-FOUND-NO                   VALUE "N".
           05  WS-DECISION-SWITCH         PIC X(01)   VALUE "Y".
               88  WS-DECISION-APPLIED                VALUE "Y".
               88  WS-DECISION-FAILED                 VALUE "N".
           05  WS-RELEASED-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-RELEASED-OPEN-YES               VALUE "Y".
               88  WS-RELEASED-OPEN-NO                VALUE "N".

       01  WS-CARD-LIMITS.
           05  WS-MAX-CARDS               PIC 9(03)   COMP VALUE 200.
           05  WS-CARD-COUNT              PIC 9(03)   COMP VALUE ZERO.
           05  WS-CARD-SUB                PIC 9(03)   COMP VALUE ZERO.
           05  WS-CARD-HIT                PIC 9(03)   COMP VALUE ZERO.

       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CARD-IMAGE          PIC X(80).
               10  WS-CARD-USED-FLAG      PIC X(01).
                   88  WS-CARD-USED                   VALUE "Y".
                   88  WS-CARD-UNUSED                 VALUE "N".

       01  WS-REL-CARD.
           05  RC-DECISION                PIC X(01).
               88  RC-DECISION-APPROVE                VALUE "A".
               88  RC-DECISION-DECLINE                VALUE "D".
           05  RC-MATCH-KEY               PIC X(10).
           05  RC-MATCH-DATE              PIC X(08).
           05  RC-OPERATOR-ID             PIC X(08).
           05  RC-NOTE                    PIC X(20).
           05  FILLER                     PIC X(33).

       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-FEED-CONTROL-RECORD.
           COPY FDHREC.

       01  WS-DECISION-STAMP.
           05  WS-DECISION-DATE           PIC X(08)   VALUE SPACES.
           05  WS-DECISION-TIME           PIC X(08)   VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "HOLD RELEASE DECISION LISTING".
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(62)   VALUE SPACE.

       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE
               "DECISION".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(10)   VALUE
               "TRAN DATE".
           05  FILLER                     PIC X(07)   VALUE "CODE".
           05  FILLER                     PIC X(17)   VALUE
               "    BASE AMOUNT".
           05  FILLER                     PIC X(16)   VALUE
               "       CEILING".
           05  FILLER                     PIC X(10)   VALUE
               "OPERATOR".
           05  FILLER                     PIC X(17)   VALUE
               "DECIDED".
           05  FILLER                     PIC X(20)   VALUE
               "NOTE".
           05  FILLER                     PIC X(08)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-DECISION                PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-REGION-CODE             PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-TRAN-KEY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-TRAN-DATE               PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-LOOKUP-CODE             PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-BASE-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-CEILING                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-DECISION-DATE           PIC X(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WD-DECISION-TIME           PIC X(06).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WD-NOTE                    PIC X(20).
           05  FILLER                     PIC X(08)   VALUE SPACE.

       01  WS-TOTAL-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "HOLD ITEMS READ..".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS READ.......".
           05  WT2-CARDS-READ             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS INVALID....".
           05  WT3-CARDS-INVALID          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARDS NO MATCH...".
           05  WT4-CARDS-UNUSED           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "ITEMS APPROVED...".
           05  WT5-RECORDS-APPROVED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "ITEMS DECLINED...".
           05  WT6-RECORDS-DECLINED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "ITEMS STILL HELD.".
           05  WT7-RECORDS-CARRIED        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TOTAL-LINE-8.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "DECISIONS FAILED.".
           05  WT8-DECISIONS-FAILED       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-HOLD
               THRU 2000-PROCESS-HOLD-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - open files, load the decision cards,
      *                    and prime the hold read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN OUTPUT RELLIST.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0350 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           OPEN EXTEND HOLDLOG.

           IF WS-HOLDLOG-File-Not-Found
               OPEN OUTPUT HOLDLOG
           END-IF.

           IF NOT WS-HOLDLOG-Good
               PERFORM 9800-LOG-ERROR-HOLDLOG
                   THRU 9800-LOG-ERROR-HOLDLOG-EXIT
               DISPLAY "SR0350 - UNABLE TO OPEN HOLDLOG, STATUS = "
                       WS-HOLDLOG-Status
               DISPLAY "SR0350 - NO DECISIONS CAN BE LOGGED, "
                       "ALL HOLD ITEMS CARRIED FORWARD"
               MOVE 16                    TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RELEASED.

           IF NOT WS-RELEASED-Good
               PERFORM 9800-LOG-ERROR-RELEASED
                   THRU 9800-LOG-ERROR-RELEASED-EXIT
               DISPLAY "SR0350 - UNABLE TO OPEN RELEASED, STATUS = "
                       WS-RELEASED-Status
           ELSE
               SET WS-RELEASED-OPEN-YES   TO TRUE
               PERFORM 1050-WRITE-RELEASED-HEADER
                   THRU 1050-WRITE-RELEASED-HEADER-EXIT
           END-IF.

           OPEN OUTPUT SUSPOUT.

           IF NOT WS-SUSPOUT-Good
               PERFORM 9800-LOG-ERROR-SUSPOUT
                   THRU 9800-LOG-ERROR-SUSPOUT-EXIT
               DISPLAY "SR0350 - UNABLE TO OPEN SUSPOUT, STATUS = "
                       WS-SUSPOUT-Status
           END-IF.

           OPEN OUTPUT HOLDNEW.

           IF NOT WS-HOLDNEW-Good
               PERFORM 9800-LOG-ERROR-HOLDNEW
                   THRU 9800-LOG-ERROR-HOLDNEW-EXIT
               DISPLAY "SR0350 - UNABLE TO OPEN HOLDNEW, STATUS = "
                       WS-HOLDNEW-Status
           END-IF.

      *    Without the decision log no decision may be applied,
      *    so the deck is not loaded and every item carries.
           IF WS-HOLDLOG-Good
               PERFORM 1100-LOAD-CARDS
                   THRU 1100-LOAD-CARDS-EXIT
           END-IF.

           OPEN INPUT HOLDFILE.

           IF NOT WS-HOLDFILE-Good
               PERFORM 9800-LOG-ERROR-HOLDFILE
                   THRU 9800-LOG-ERROR-HOLDFILE-EXIT
               DISPLAY "SR0350 - UNABLE TO OPEN HOLDFILE, STATUS = "
                       WS-HOLDFILE-Status
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-HOLDFILE
               THRU 2100-READ-HOLDFILE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1050-WRITE-RELEASED-HEADER - open RELEASED with a header
      *                               stamped with this program,
      *                               the mark SR0100 looks for
      *                               before it honours the
      *                               approval byte
      ***********************************************************
       1050-WRITE-RELEASED-HEADER.
           MOVE SPACES                     TO WS-FEED-CONTROL-RECORD.
           SET FH-HEADER                  TO TRUE.
           ACCEPT FH-BUSINESS-DATE         FROM DATE YYYYMMDD.
           MOVE ZERO                       TO FH-RECORD-COUNT.
           MOVE ZERO                       TO FH-TOTAL-AMOUNT.
           MOVE WS-PROGRAM-NAME            TO FH-SOURCE-PROGRAM.

           WRITE RE-RELEASED-RECORD       FROM WS-FEED-CONTROL-RECORD.

           IF NOT WS-RELEASED-Good
               PERFORM 9800-LOG-ERROR-RELEASED
                   THRU 9800-LOG-ERROR-RELEASED-EXIT
               DISPLAY "SR0350 - RELEASED WRITE FAILED, STATUS = "
                       WS-RELEASED-Status
           END-IF.

       1050-WRITE-RELEASED-HEADER-EXIT.
           EXIT.

      ***********************************************************
      * 1100-LOAD-CARDS - read the whole decision-card deck into
      *                    the card table
      ***********************************************************
       1100-LOAD-CARDS.
           OPEN INPUT RELCARD.

           IF NOT WS-RELCARD-Good
               IF NOT WS-RELCARD-File-Not-Found
                   PERFORM 9800-LOG-ERROR-RELCARD
                       THRU 9800-LOG-ERROR-RELCARD-EXIT
               END-IF
               DISPLAY "SR0350 - RELCARD NOT AVAILABLE, STATUS = "
                       WS-RELCARD-Status
               GO TO 1100-LOAD-CARDS-EXIT
           END-IF.

           PERFORM 1110-READ-ONE-CARD
               THRU 1110-READ-ONE-CARD-EXIT
               UNTIL WS-CARD-EOF-YES.

           CLOSE RELCARD.

       1100-LOAD-CARDS-EXIT.
           EXIT.

      ***********************************************************
      * 1110-READ-ONE-CARD - read, validate, and table one
      *                       decision card
      ***********************************************************
       1110-READ-ONE-CARD.
           READ RELCARD.

           IF WS-RELCARD-EOF
               SET WS-CARD-EOF-YES        TO TRUE
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           IF NOT WS-RELCARD-Good
               PERFORM 9800-LOG-ERROR-RELCARD
                   THRU 9800-LOG-ERROR-RELCARD-EXIT
               SET WS-CARD-EOF-YES        TO TRUE
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           ADD 1                          TO WS-CARDS-READ.

           MOVE RL-DECISION-CARD           TO WS-REL-CARD.

           IF NOT RC-DECISION-APPROVE AND NOT RC-DECISION-DECLINE
               ADD 1                      TO WS-CARDS-INVALID
               DISPLAY "SR0350 - INVALID DECISION ON CARD, IGNORED: "
                       RL-DECISION-CARD (1:47)
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           IF RC-MATCH-KEY = SPACES
               ADD 1                      TO WS-CARDS-INVALID
               DISPLAY "SR0350 - NO MATCH KEY ON CARD, IGNORED: "
                       RL-DECISION-CARD (1:47)
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           IF RC-OPERATOR-ID = SPACES
               ADD 1                      TO WS-CARDS-INVALID
               DISPLAY "SR0350 - NO OPERATOR ID ON CARD, IGNORED: "
                       RL-DECISION-CARD (1:47)
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           IF WS-CARD-COUNT >= WS-MAX-CARDS
               ADD 1                      TO WS-CARDS-INVALID
               DISPLAY "SR0350 - CARD TABLE FULL, CARD IGNORED: "
                       RL-DECISION-CARD (1:47)
               GO TO 1110-READ-ONE-CARD-EXIT
           END-IF.

           ADD 1                          TO WS-CARD-COUNT.
           MOVE RL-DECISION-CARD           TO
               WS-CARD-IMAGE (WS-CARD-COUNT).
           SET WS-CARD-UNUSED (WS-CARD-COUNT) TO TRUE.

       1110-READ-ONE-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-HOLD - match one hold item against the card
      *                      deck, apply the approve or decline,
      *                      or carry it forward
      ***********************************************************
       2000-PROCESS-HOLD.
           MOVE HD-TRANSACTION-IMAGE       TO WS-TRAN-WORK.

           PERFORM 2200-FIND-CARD
               THRU 2200-FIND-CARD-EXIT.

           IF WS-CARD-FOUND-NO
               PERFORM 2500-CARRY-FORWARD
                   THRU 2500-CARRY-FORWARD-EXIT
               GO TO 2000-PROCESS-HOLD-NEXT
           END-IF.

           MOVE WS-CARD-IMAGE (WS-CARD-HIT) TO WS-REL-CARD.
           SET WS-CARD-USED (WS-CARD-HIT)  TO TRUE.

           ACCEPT WS-DECISION-DATE         FROM DATE YYYYMMDD.
           ACCEPT WS-DECISION-TIME         FROM TIME.

           SET WS-DECISION-APPLIED        TO TRUE.

           IF RC-DECISION-APPROVE
               PERFORM 2300-APPROVE-HOLD
                   THRU 2300-APPROVE-HOLD-EXIT
           ELSE
               PERFORM 2400-DECLINE-HOLD
                   THRU 2400-DECLINE-HOLD-EXIT
           END-IF.

      *    A decision that could not be written out is not a
      *    decision: the item stays on hold and nothing is logged.
           IF WS-DECISION-FAILED
               ADD 1                      TO WS-DECISIONS-FAILED
               PERFORM 2500-CARRY-FORWARD
                   THRU 2500-CARRY-FORWARD-EXIT
               IF RETURN-CODE < 8
                   MOVE 8                 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2600-LOG-DECISION
                   THRU 2600-LOG-DECISION-EXIT
           END-IF.

           PERFORM 2700-PRINT-DECISION
               THRU 2700-PRINT-DECISION-EXIT.

       2000-PROCESS-HOLD-NEXT.
           PERFORM 2100-READ-HOLDFILE
               THRU 2100-READ-HOLDFILE-EXIT.

       2000-PROCESS-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-HOLDFILE - single read of the hold file
      ***********************************************************
       2100-READ-HOLDFILE.
           READ HOLDFILE.

           IF WS-HOLDFILE-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-HOLDFILE-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-HOLDFILE-Good AND NOT WS-HOLDFILE-EOF
               PERFORM 9800-LOG-ERROR-HOLDFILE
                   THRU 9800-LOG-ERROR-HOLDFILE-EXIT
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-HOLDFILE-EXIT.
           EXIT.

      ***********************************************************
      * 2200-FIND-CARD - scan the card table for the first unused
      *                   card whose match key equals the held
      *                   record's tran key and whose match date,
      *                   when given, equals its tran date
      ***********************************************************
       2200-FIND-CARD.
           SET WS-CARD-FOUND-NO           TO TRUE.
           MOVE ZERO                      TO WS-CARD-HIT.

           IF WS-CARD-COUNT = ZERO
               GO TO 2200-FIND-CARD-EXIT
           END-IF.

           PERFORM 2210-TEST-ONE-CARD
               THRU 2210-TEST-ONE-CARD-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-FOUND-YES OR WS-CARD-SUB > WS-CARD-COUNT.

       2200-FIND-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2210-TEST-ONE-CARD - compare one tabled card to the
      *                       current hold item
      ***********************************************************
       2210-TEST-ONE-CARD.
           IF WS-CARD-USED (WS-CARD-SUB)
               GO TO 2210-TEST-ONE-CARD-EXIT
           END-IF.

           IF WS-CARD-IMAGE (WS-CARD-SUB) (2:10) NOT = TR-TRAN-KEY
               GO TO 2210-TEST-ONE-CARD-EXIT
           END-IF.

           IF WS-CARD-IMAGE (WS-CARD-SUB) (12:8) NOT = SPACES AND
              WS-CARD-IMAGE (WS-CARD-SUB) (12:8) NOT = TR-TRAN-DATE
               GO TO 2210-TEST-ONE-CARD-EXIT
           END-IF.

           SET WS-CARD-FOUND-YES          TO TRUE.
           MOVE WS-CARD-SUB               TO WS-CARD-HIT.

       2210-TEST-ONE-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2300-APPROVE-HOLD - release an approved item in clean
      *                      TRANREC format, marked so the next
      *                      run lets it past the ceiling
      ***********************************************************
       2300-APPROVE-HOLD.
           SET TR-HOLD-APPROVED           TO TRUE.

           WRITE RE-RELEASED-RECORD       FROM WS-TRAN-WORK.

           IF WS-RELEASED-Good
               ADD 1                      TO WS-RECORDS-APPROVED
               ADD TR-AMOUNT              TO WS-RELEASED-AMOUNT
           ELSE
               PERFORM 9800-LOG-ERROR-RELEASED
                   THRU 9800-LOG-ERROR-RELEASED-EXIT
               DISPLAY "SR0350 - RELEASED WRITE FAILED, STATUS = "
                       WS-RELEASED-Status
               SET WS-DECISION-FAILED     TO TRUE
           END-IF.

       2300-APPROVE-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2400-DECLINE-HOLD - send a declined item to suspense with
      *                      reason 07 so it can be repaired or
      *                      written off like any other reject
      ***********************************************************
       2400-DECLINE-HOLD.
           MOVE SPACES                     TO SU-SUSPENSE-RECORD.
           MOVE HD-TRANSACTION-IMAGE       TO SU-TRANSACTION-IMAGE.
           SET SU-REASON-HOLD-DECLINED     TO TRUE.
           MOVE WS-PROGRAM-NAME            TO SU-REJECT-PROGRAM.
           MOVE WS-DECISION-DATE           TO SU-REJECT-DATE.
           MOVE WS-DECISION-TIME           TO SU-REJECT-TIME.

           WRITE SU-SUSPENSE-RECORD.

           IF WS-SUSPOUT-Good
               ADD 1                      TO WS-RECORDS-DECLINED
           ELSE
               PERFORM 9800-LOG-ERROR-SUSPOUT
                   THRU 9800-LOG-ERROR-SUSPOUT-EXIT
               DISPLAY "SR0350 - SUSPOUT WRITE FAILED, STATUS = "
                       WS-SUSPOUT-Status
               SET WS-DECISION-FAILED     TO TRUE
           END-IF.

       2400-DECLINE-HOLD-EXIT.
           EXIT.

      ***********************************************************
      * 2500-CARRY-FORWARD - no decision for this item, keep it
      *                       on hold for another day
      ***********************************************************
       2500-CARRY-FORWARD.
           WRITE HN-HOLD-OUT              FROM HD-HOLD-RECORD.

           IF WS-HOLDNEW-Good
               ADD 1                      TO WS-RECORDS-CARRIED
           ELSE
               PERFORM 9800-LOG-ERROR-HOLDNEW
                   THRU 9800-LOG-ERROR-HOLDNEW-EXIT
               DISPLAY "SR0350 - HOLDNEW WRITE FAILED, STATUS = "
                       WS-HOLDNEW-Status
           END-IF.

       2500-CARRY-FORWARD-EXIT.
           EXIT.

      ***********************************************************
      * 2600-LOG-DECISION - append the decision, operator, and
      *                      date/time to the permanent log
      ***********************************************************
       2600-LOG-DECISION.
           MOVE SPACES                     TO HL-DECISION-RECORD.
           MOVE TR-TRAN-KEY                TO HL-TRAN-KEY.
           MOVE TR-TRAN-DATE               TO HL-TRAN-DATE.
           MOVE TR-REGION-CODE             TO HL-REGION-CODE.
           MOVE TR-LOOKUP-CODE             TO HL-LOOKUP-CODE.
           MOVE HD-BASE-AMOUNT             TO HL-BASE-AMOUNT.
           MOVE HD-CEILING                 TO HL-CEILING.
           MOVE HD-HOLD-PROGRAM            TO HL-HOLD-PROGRAM.
           MOVE HD-HOLD-DATE               TO HL-HOLD-DATE.
           MOVE RC-DECISION                TO HL-DECISION.
           MOVE RC-OPERATOR-ID             TO HL-OPERATOR-ID.
           MOVE WS-DECISION-DATE           TO HL-DECISION-DATE.
           MOVE WS-DECISION-TIME           TO HL-DECISION-TIME.
           MOVE RC-NOTE                    TO HL-DECISION-NOTE.

           WRITE HL-DECISION-RECORD.

           IF NOT WS-HOLDLOG-Good
               PERFORM 9800-LOG-ERROR-HOLDLOG
                   THRU 9800-LOG-ERROR-HOLDLOG-EXIT
               DISPLAY "SR0350 - HOLDLOG WRITE FAILED, STATUS = "
                       WS-HOLDLOG-Status
               MOVE 16                    TO RETURN-CODE
           END-IF.

       2600-LOG-DECISION-EXIT.
           EXIT.

      ***********************************************************
      * 2700-PRINT-DECISION - echo the decision on the listing
      ***********************************************************
       2700-PRINT-DECISION.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DECISION-FAILED
                   MOVE "FAILED"          TO WD-DECISION
               WHEN RC-DECISION-APPROVE
                   MOVE "APPROVED"        TO WD-DECISION
               WHEN OTHER
                   MOVE "DECLINED"        TO WD-DECISION
           END-EVALUATE.

           MOVE TR-REGION-CODE             TO WD-REGION-CODE.
           MOVE TR-TRAN-KEY                TO WD-TRAN-KEY.
           MOVE TR-TRAN-DATE               TO WD-TRAN-DATE.
           MOVE TR-LOOKUP-CODE             TO WD-LOOKUP-CODE.
           MOVE HD-BASE-AMOUNT             TO WD-BASE-AMOUNT.
           MOVE HD-CEILING                 TO WD-CEILING.
           MOVE RC-OPERATOR-ID             TO WD-OPERATOR-ID.
           MOVE WS-DECISION-DATE           TO WD-DECISION-DATE.
           MOVE WS-DECISION-TIME           TO WD-DECISION-TIME.
           MOVE RC-NOTE                    TO WD-NOTE.

           WRITE WS-PRINT-RECORD          FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2700-PRINT-DECISION-EXIT.
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
      * 3000-FINALIZE - count unused cards, print the release
      *                  totals, close the files, and record the
      *                  run
      ***********************************************************
       3000-FINALIZE.
           IF WS-CARD-COUNT > ZERO
               PERFORM 3100-COUNT-UNUSED-CARDS
                   THRU 3100-COUNT-UNUSED-CARDS-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
           END-IF.

           IF WS-PAGE-NUMBER = ZERO
               PERFORM 2900-PRINT-HEADINGS
                   THRU 2900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-CARDS-READ              TO WT2-CARDS-READ.
           MOVE WS-CARDS-INVALID           TO WT3-CARDS-INVALID.
           MOVE WS-CARDS-UNUSED            TO WT4-CARDS-UNUSED.
           MOVE WS-RECORDS-APPROVED        TO WT5-RECORDS-APPROVED.
           MOVE WS-RECORDS-DECLINED        TO WT6-RECORDS-DECLINED.
           MOVE WS-RECORDS-CARRIED         TO WT7-RECORDS-CARRIED.
           MOVE WS-DECISIONS-FAILED        TO WT8-DECISIONS-FAILED.

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
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.

           IF WS-RELEASED-OPEN-YES
               PERFORM 3200-WRITE-RELEASED-TRAILER
                   THRU 3200-WRITE-RELEASED-TRAILER-EXIT
           END-IF.

           IF RETURN-CODE < 8 AND
              (WS-CARDS-INVALID > ZERO OR WS-CARDS-UNUSED > ZERO)
               MOVE 8                     TO RETURN-CODE
           END-IF.

           CLOSE HOLDFILE.
           CLOSE RELEASED.
           CLOSE SUSPOUT.
           CLOSE HOLDNEW.
           CLOSE HOLDLOG.
           CLOSE RELLIST.

           PERFORM 3080-RECORD-RUN-HISTORY
               THRU 3080-RECORD-RUN-HISTORY-EXIT.

           CLOSE AUDITLOG.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3080-RECORD-RUN-HISTORY - append this run to the RUNHIST
      *                            log.  The business date is the
      *                            one the SR0050 gate stamped on
      *                            the control row; a run with no
      *                            gate stamp is logged under the
      *                            date it started.
      *                            Rejected counts the holds
      *                            declined, printed the holds
      *                            approved and released.
      ***********************************************************
       3080-RECORD-RUN-HISTORY.
           MOVE WS-PROGRAM-NAME            TO RH-PROGRAM-NAME.
           MOVE WS-PROGRAM-NAME            TO RH-JOB-PROGRAM.
           MOVE RH-START-DATE              TO RH-BUSINESS-DATE.

           OPEN INPUT CTLFILE.

           IF WS-CTLFILE-Good
               MOVE WS-PROGRAM-NAME        TO CTL-PROGRAM-NAME
               READ CTLFILE
               IF WS-CTLFILE-Good AND CTL-GATE-DATE NOT = SPACES
                   MOVE CTL-GATE-DATE      TO RH-BUSINESS-DATE
               END-IF
               CLOSE CTLFILE
           ELSE
               IF NOT WS-CTLFILE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-CTLFILE
                       THRU 9800-LOG-ERROR-CTLFILE-EXIT
               END-IF
           END-IF.

           MOVE WS-RECORDS-READ            TO RH-RECORDS-READ.
           MOVE WS-RECORDS-DECLINED        TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-APPROVED        TO RH-RECORDS-PRINTED.
           MOVE WS-HOLDFILE-Status         TO RH-FINAL-STATUS.
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
      * 3100-COUNT-UNUSED-CARDS - tally cards that matched no
      *                            hold item so operations can see
      *                            a mis-keyed decision
      ***********************************************************
       3100-COUNT-UNUSED-CARDS.
           IF WS-CARD-UNUSED (WS-CARD-SUB)
               ADD 1                      TO WS-CARDS-UNUSED
           END-IF.

       3100-COUNT-UNUSED-CARDS-EXIT.
           EXIT.

      ***********************************************************
      * 3200-WRITE-RELEASED-TRAILER - close RELEASED with the
      *                                count and amount of the
      *                                items approved, for SR0100
      *                                to prove it against
      ***********************************************************
       3200-WRITE-RELEASED-TRAILER.
           MOVE SPACES                     TO WS-FEED-CONTROL-RECORD.
           SET FH-TRAILER                 TO TRUE.
           ACCEPT FH-BUSINESS-DATE         FROM DATE YYYYMMDD.
           MOVE WS-RECORDS-APPROVED        TO FH-RECORD-COUNT.
           MOVE WS-RELEASED-AMOUNT         TO FH-TOTAL-AMOUNT.
           MOVE WS-PROGRAM-NAME            TO FH-SOURCE-PROGRAM.

           WRITE RE-RELEASED-RECORD       FROM WS-FEED-CONTROL-RECORD.

           IF NOT WS-RELEASED-Good
               PERFORM 9800-LOG-ERROR-RELEASED
                   THRU 9800-LOG-ERROR-RELEASED-EXIT
               DISPLAY "SR0350 - RELEASED WRITE FAILED, STATUS = "
                       WS-RELEASED-Status
               MOVE 16                    TO RETURN-CODE
           END-IF.

       3200-WRITE-RELEASED-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RELCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RELEASED==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPOUT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDNEW==.

           COPY ERRLOG REPLACING ==:tag:== BY ==HOLDLOG==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
