      ***********************************************************
      * Copybook name: RUNHLOG
      * Original author: David Stagowski
      *
      * Description: Shared paragraph that appends this run's
      *              record to the permanent RUNHIST run-history
      *              log (see RUNHREC).  The including program
      *              stamps RH-START-DATE and RH-START-TIME when
      *              it starts and fills in the rest of the record
      *              at the end of the run; this paragraph stamps
      *              the end date and time, works out the elapsed
      *              seconds and writes the record.
      *
      *              A failure to write the log is reported and
      *              audited but does not fail the run - the
      *              CTLFILE row stays the record of the run
      *              itself.
      *
      * Requires the including program to also define, in
      * WORKING-STORAGE:
      *    WS-RUN-HISTORY      (COPY RUNHREC)
      *    WS-RUNHIST-FILE-STATUS
      *                        (COPY WSFST REPLACING ==:tag:==
      *                         BY ==RUNHIST==)
      * and, in the FILE SECTION, a sequential RUNHIST file whose
      * record is RH-RUNHIST-RECORD PIC X(100), plus the AUDITLOG
      * file and COPY ERRLOG for RUNHIST that 9800-LOG-ERROR-
      * RUNHIST needs.  AUDITLOG must still be open when this
      * paragraph is performed.
      *
      * Typical Use: Within the Procedure Division:
      *
      *     COPY RUNHLOG.
      *
      *              then, at the end of the run:
      *
      *     PERFORM 9700-WRITE-RUN-HISTORY
      *         THRU 9700-WRITE-RUN-HISTORY-EXIT.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so every program that
      *                          writes a CTLFILE row logs its
      *                          runs to RUNHIST the same way.
      *
      **********************************************************
       9700-WRITE-RUN-HISTORY.
           ACCEPT RH-END-DATE             FROM DATE YYYYMMDD.
           ACCEPT RH-END-TIME             FROM TIME.

           IF RH-END-DATE = RH-START-DATE
               COMPUTE RH-ELAPSED-SECONDS =
                   (RH-END-HOURS * 3600 + RH-END-MINUTES * 60
                    + RH-END-SECONDS)
                 - (RH-START-HOURS * 3600 + RH-START-MINUTES * 60
                    + RH-START-SECONDS)
           ELSE
               COMPUTE RH-ELAPSED-SECONDS = 86400
                 + (RH-END-HOURS * 3600 + RH-END-MINUTES * 60
                    + RH-END-SECONDS)
                 - (RH-START-HOURS * 3600 + RH-START-MINUTES * 60
                    + RH-START-SECONDS)
           END-IF.

           OPEN EXTEND RUNHIST.

           IF WS-RUNHIST-File-Not-Found
               OPEN OUTPUT RUNHIST
           END-IF.

           IF NOT WS-RUNHIST-Good
               PERFORM 9800-LOG-ERROR-RUNHIST
                   THRU 9800-LOG-ERROR-RUNHIST-EXIT
               DISPLAY WS-PROGRAM-NAME " - UNABLE TO OPEN RUNHIST, "
                       "STATUS = " WS-RUNHIST-Status
                       " - RUN NOT LOGGED"
               GO TO 9700-WRITE-RUN-HISTORY-EXIT
           END-IF.

           WRITE RH-RUNHIST-RECORD        FROM WS-RUN-HISTORY.

           IF NOT WS-RUNHIST-Good
               PERFORM 9800-LOG-ERROR-RUNHIST
                   THRU 9800-LOG-ERROR-RUNHIST-EXIT
               DISPLAY WS-PROGRAM-NAME " - RUNHIST WRITE FAILED, "
                       "STATUS = " WS-RUNHIST-Status
                       " - RUN NOT LOGGED"
           END-IF.

           CLOSE RUNHIST.

       9700-WRITE-RUN-HISTORY-EXIT.
           EXIT.
