      *              card per item to repair or delete:
      *
      *                 column   1     action       (F=fix,
      *                                              D=delete,
      *                                              R=release)
      *                 columns  2-11  match key    (TR-TRAN-KEY
      *                                              of the
      *                                              suspense
      *              On an F card, only the non-blank new fields
      *              replace the rejected record's contents.
      *
      *              An R card releases an item rejected with
      *              reason 06 (already posted) that operations
      *              has confirmed is a genuine resend.  The
      *              image is recycled unchanged apart from
      *              TR-RELEASE-FLAG, which lets it past the
      *              already-posted check on the next run.  Only
      *              the match key is read from an R card; an R
      *              card matching an item with any other reason
      *              leaves the item on suspense.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          regional offices.
      * 2026-08-22 dastagg       Correction cards can now supply
      *                          a replacement transaction type.
      * 2026-10-15 dastagg       Added the R (release) card so a
      *                          reason 06 reject confirmed as a
      *                          genuine resend can be recycled
      *                          past the already-posted check.
      * 2026-10-15 dastagg       RECYCLE now opens with a header
      *                          stamped SR0300 and closes with a
      *                          trailer count and amount, so
      *                          SR0100 honours the release byte
      *                          on this file alone and proves it
      *                          like any other feed.
      * 2026-10-15 dastagg       Each run is appended to the
      *                          RUNHIST run-history log under
      *                          the business date the gate
      *                          stamped.
      * 2026-10-15 dastagg       A fix card clears the release
      *                          and approval bytes, so a
      *                          repaired record goes back
      *                          through the already-posted and
      *                          limit checks.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
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
       FD  SUSPFILE
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       FD  CTLFILE.
       01  CTL-CONTROL-RECORD.
           COPY SRCTL.

       FD  RUNHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  RH-RUNHIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SUSPFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SUSPFILE==.
       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-CTLFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CTLFILE==.

       01  WS-RUNHIST-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RUNHIST==.

       01  WS-RUN-HISTORY.
           COPY RUNHREC.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0300".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.
           05  WS-CARDS-UNUSED            PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-FIXED           PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-DELETED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-RELEASED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RELEASES-REFUSED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECORDS-CARRIED         PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECYCLE-COUNT           PIC 9(07)   COMP VALUE ZERO.
           05  WS-RECYCLE-AMOUNT          PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-RECYCLE-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-RECYCLE-OPEN-YES                VALUE "Y".
               88  WS-RECYCLE-OPEN-NO                 VALUE "N".
           05  WS-CARD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  WS-CARD-EOF-YES                    VALUE "Y".
               88  WS-CARD-EOF-NO                     VALUE "N".
           05  FX-ACTION                  PIC X(01).
               88  FX-ACTION-FIX                      VALUE "F".
               88  FX-ACTION-DELETE                   VALUE "D".
               88  FX-ACTION-RELEASE                  VALUE "R".
           05  FX-MATCH-KEY               PIC X(10).
           05  FX-NEW-REGION              PIC X(03).
           05  FX-NEW-KEY                 PIC X(10).
       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-FEED-CONTROL-RECORD.
           COPY FDHREC.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      *                    and prime the suspense read loop
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-HISTORY.
           ACCEPT RH-START-DATE           FROM DATE YYYYMMDD.
           ACCEPT RH-START-TIME           FROM TIME.

           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
                   THRU 9800-LOG-ERROR-RECYCLE-EXIT
               DISPLAY "SR0300 - UNABLE TO OPEN RECYCLE, STATUS = "
                       WS-RECYCLE-Status
           ELSE
               SET WS-RECYCLE-OPEN-YES    TO TRUE
               PERFORM 1050-WRITE-RECYCLE-HEADER
                   THRU 1050-WRITE-RECYCLE-HEADER-EXIT
           END-IF.

           OPEN OUTPUT SUSPNEW.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1050-WRITE-RECYCLE-HEADER - open RECYCLE with a header
      *                              stamped with this program,
      *                              the mark SR0100 looks for
      *                              before it honours the
      *                              release byte
      ***********************************************************
       1050-WRITE-RECYCLE-HEADER.
           MOVE SPACES                     TO WS-FEED-CONTROL-RECORD.
           SET FH-HEADER                  TO TRUE.
           ACCEPT FH-BUSINESS-DATE         FROM DATE YYYYMMDD.
           MOVE ZERO                       TO FH-RECORD-COUNT.
           MOVE ZERO                       TO FH-TOTAL-AMOUNT.
           MOVE WS-PROGRAM-NAME            TO FH-SOURCE-PROGRAM.

           WRITE RC-RECYCLE-RECORD        FROM WS-FEED-CONTROL-RECORD.

           IF NOT WS-RECYCLE-Good
               PERFORM 9800-LOG-ERROR-RECYCLE
                   THRU 9800-LOG-ERROR-RECYCLE-EXIT
               DISPLAY "SR0300 - RECYCLE WRITE FAILED, STATUS = "
                       WS-RECYCLE-Status
           END-IF.

       1050-WRITE-RECYCLE-HEADER-EXIT.
           EXIT.

      ***********************************************************
      * 1100-LOAD-CARDS - read the whole correction-card deck
      *                    into the card table

           MOVE FC-CORRECTION-CARD         TO WS-FIX-CARD.

           IF NOT FX-ACTION-FIX AND NOT FX-ACTION-DELETE AND
              NOT FX-ACTION-RELEASE
               ADD 1                      TO WS-CARDS-INVALID
               DISPLAY "SR0300 - INVALID ACTION ON CARD, IGNORED: "
                       FC-CORRECTION-CARD (1:40)
           MOVE WS-CARD-IMAGE (WS-CARD-HIT) TO WS-FIX-CARD.
           SET WS-CARD-USED (WS-CARD-HIT)  TO TRUE.

           IF FX-ACTION-RELEASE
               PERFORM 2600-RELEASE-RESEND
                   THRU 2600-RELEASE-RESEND-EXIT
               GO TO 2000-PROCESS-SUSPENSE-NEXT
           END-IF.

           IF FX-ACTION-DELETE
               ADD 1                      TO WS-RECORDS-DELETED
           ELSE

      ***********************************************************
      * 2300-APPLY-FIX - overlay the non-blank card fields onto
      *                   the rejected record's TRANREC image;
      *                   any release or approval byte is
      *                   cleared so the repaired record is
      *                   edited in full again
      ***********************************************************
       2300-APPLY-FIX.
           MOVE SPACE                     TO TR-RELEASE-FLAG.
           MOVE SPACE                     TO TR-APPROVAL-FLAG.

           IF FX-NEW-REGION NOT = SPACES
               MOVE FX-NEW-REGION         TO TR-REGION-CODE
           END-IF.

           IF WS-RECYCLE-Good
               ADD 1                      TO WS-RECORDS-FIXED
               ADD 1                      TO WS-RECYCLE-COUNT
               ADD TR-AMOUNT              TO WS-RECYCLE-AMOUNT
           ELSE
               PERFORM 9800-LOG-ERROR-RECYCLE
                   THRU 9800-LOG-ERROR-RECYCLE-EXIT
       2500-CARRY-FORWARD-EXIT.
           EXIT.

      ***********************************************************
      * 2600-RELEASE-RESEND - recycle an already-posted reject
      *                        that operations has confirmed is a
      *                        genuine resend, marked so the next
      *                        run lets it past the already-
      *                        posted check.  An item rejected for
      *                        any other reason is not released
      *                        and stays on suspense.
      ***********************************************************
       2600-RELEASE-RESEND.
           IF NOT SU-REASON-ALREADY-POSTED
               ADD 1                      TO WS-RELEASES-REFUSED
               DISPLAY "SR0300 - RELEASE CARD FOR KEY " TR-TRAN-KEY
                       " REFUSED, REJECT REASON IS " SU-REJECT-REASON
               PERFORM 2500-CARRY-FORWARD
                   THRU 2500-CARRY-FORWARD-EXIT
               GO TO 2600-RELEASE-RESEND-EXIT
           END-IF.

           SET TR-RESEND-RELEASED         TO TRUE.

           WRITE RC-RECYCLE-RECORD        FROM WS-TRAN-WORK.

           IF WS-RECYCLE-Good
               ADD 1                      TO WS-RECORDS-RELEASED
               ADD 1                      TO WS-RECYCLE-COUNT
               ADD TR-AMOUNT              TO WS-RECYCLE-AMOUNT
           ELSE
               PERFORM 9800-LOG-ERROR-RECYCLE
                   THRU 9800-LOG-ERROR-RECYCLE-EXIT
               DISPLAY "SR0300 - RECYCLE WRITE FAILED, STATUS = "
                       WS-RECYCLE-Status
           END-IF.

       2600-RELEASE-RESEND-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - count unused cards, display the repair
      *                  summary, record the run, and close the
      *                  files
      ***********************************************************
       3000-FINALIZE.
           IF WS-CARD-COUNT > ZERO
                   WS-RECORDS-FIXED.
           DISPLAY "SR0300 - ITEMS DELETED..........  "
                   WS-RECORDS-DELETED.
           DISPLAY "SR0300 - RESENDS RELEASED.......  "
                   WS-RECORDS-RELEASED.
           DISPLAY "SR0300 - RELEASES REFUSED.......  "
                   WS-RELEASES-REFUSED.
           DISPLAY "SR0300 - ITEMS CARRIED FORWARD..  "
                   WS-RECORDS-CARRIED.

           IF WS-RECYCLE-OPEN-YES
               PERFORM 3200-WRITE-RECYCLE-TRAILER
                   THRU 3200-WRITE-RECYCLE-TRAILER-EXIT
           END-IF.

           CLOSE SUSPFILE.
           CLOSE RECYCLE.
           CLOSE SUSPNEW.

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
      *                            Rejected counts the items
      *                            deleted, printed the items
      *                            fixed and recycled.
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
           MOVE WS-RECORDS-DELETED         TO RH-RECORDS-REJECTED.
           MOVE WS-RECORDS-FIXED           TO RH-RECORDS-PRINTED.
           MOVE WS-SUSPFILE-Status         TO RH-FINAL-STATUS.
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
      *                            suspense item so operations can
       3100-COUNT-UNUSED-CARDS-EXIT.
           EXIT.

      ***********************************************************
      * 3200-WRITE-RECYCLE-TRAILER - close RECYCLE with the count
      *                               and amount of the records
      *                               written, for SR0100 to
      *                               prove it against
      ***********************************************************
       3200-WRITE-RECYCLE-TRAILER.
           MOVE SPACES                     TO WS-FEED-CONTROL-RECORD.
           SET FH-TRAILER                 TO TRUE.
           ACCEPT FH-BUSINESS-DATE         FROM DATE YYYYMMDD.
           MOVE WS-RECYCLE-COUNT           TO FH-RECORD-COUNT.
           MOVE WS-RECYCLE-AMOUNT          TO FH-TOTAL-AMOUNT.
           MOVE WS-PROGRAM-NAME            TO FH-SOURCE-PROGRAM.

           WRITE RC-RECYCLE-RECORD        FROM WS-FEED-CONTROL-RECORD.

           IF NOT WS-RECYCLE-Good
               PERFORM 9800-LOG-ERROR-RECYCLE
                   THRU 9800-LOG-ERROR-RECYCLE-EXIT
               DISPLAY "SR0300 - RECYCLE WRITE FAILED, STATUS = "
                       WS-RECYCLE-Status
           END-IF.

       3200-WRITE-RECYCLE-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 9700 - shared run-history paragraph
      ***********************************************************
           COPY RUNHLOG.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
           COPY ERRLOG REPLACING ==:tag:== BY ==RECYCLE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPNEW==.

           COPY ERRLOG REPLACING ==:tag:== BY ==CTLFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==RUNHIST==.
