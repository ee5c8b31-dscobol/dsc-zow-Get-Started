      ***********************************************************
      * Copybook name: RUNHREC
      * Original author: David Stagowski
      *
      * Description: Run-history record for the Simple-Report
      *              family.  The CTLFILE row for a program only
      *              ever holds its latest run; every program that
      *              writes a CTLFILE row also appends one of these
      *              to the permanent RUNHIST log at the end of
      *              each run, so run times and volumes can be
      *              reported over any range of business dates.
      *
      *              RH-PROGRAM-NAME is the program that wrote the
      *              record and RH-JOB-PROGRAM the program whose
      *              job it ran in - the same name for SR0100 and
      *              SR0500, the gated program for an SR0050 gate
      *              step.  RH-BUSINESS-DATE is the date the gate
      *              stamped on the control row (the run date when
      *              there was no gate).  Times are HHMMSS and
      *              RH-ELAPSED-SECONDS allows for a run that
      *              crosses midnight.
      *
      *              RH-RUN-OUTCOME gives the restart or gate
      *              outcome; RH-RESTART-COUNT is the number of
      *              input records a restarted run skipped as
      *              already processed.
      *
      *              A run that abends writes no record; its
      *              restart does, with the restarted outcome.
      *
      *              Written through RUNHLOG.  Read by SR0995.
      *
      * Typical Use: Within the Working-Storage Section of a
      *              program that appends to RUNHIST:
      *
      * 01  WS-RUN-HISTORY.
      *     COPY RUNHREC.
      *
      *              or within the File Section, on the FD for
      *              RUNHIST of a program that reads it:
      *
      * FD  RUNHIST.
      * 01  RH-RUN-HISTORY-RECORD.
      *     COPY RUNHREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the permanent run-
      *                          history log and the batch-window
      *                          report.
      *
      **********************************************************
           05  RH-PROGRAM-NAME            PIC X(08).
           05  RH-JOB-PROGRAM             PIC X(08).
           05  RH-BUSINESS-DATE           PIC X(08).
           05  RH-START-DATE              PIC X(08).
           05  RH-START-TIME              PIC X(06).
           05  RH-START-TIME-N REDEFINES RH-START-TIME.
               10  RH-START-HOURS         PIC 9(02).
               10  RH-START-MINUTES       PIC 9(02).
               10  RH-START-SECONDS       PIC 9(02).
           05  RH-END-DATE                PIC X(08).
           05  RH-END-TIME                PIC X(06).
           05  RH-END-TIME-N REDEFINES RH-END-TIME.
               10  RH-END-HOURS           PIC 9(02).
               10  RH-END-MINUTES         PIC 9(02).
               10  RH-END-SECONDS         PIC 9(02).
           05  RH-ELAPSED-SECONDS         PIC 9(07).
           05  RH-RECORDS-READ            PIC 9(07).
           05  RH-RECORDS-REJECTED        PIC 9(07).
           05  RH-RECORDS-PRINTED         PIC 9(07).
           05  RH-FINAL-STATUS            PIC X(02).
           05  RH-RETURN-CODE             PIC 9(04).
           05  RH-RUN-COMPLETE            PIC X(01).
               88  RH-RUN-COMPLETE-YES                VALUE "Y".
               88  RH-RUN-COMPLETE-NO                 VALUE "N".
           05  RH-RUN-OUTCOME             PIC X(01).
               88  RH-FRESH-RUN                       VALUE "F".
               88  RH-RESTARTED                       VALUE "R".
               88  RH-RERUN-REFUSED                   VALUE "X".
               88  RH-GATE-RELEASED                   VALUE "G".
               88  RH-GATE-FORCED                     VALUE "O".
               88  RH-GATE-REFUSED                    VALUE "H".
               88  RH-GATE-NO-RUN                     VALUE "N".
               88  RH-GATE-STEP                       VALUE "G" "O"
                                                            "H" "N".
           05  RH-RESTART-COUNT           PIC 9(07).
           05  FILLER                     PIC X(05).
