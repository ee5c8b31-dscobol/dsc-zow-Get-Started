      ***********************************************************
      * Copybook name: RSNTAB
      * Original author: David Stagowski
      *
      * Description: Suspense reject-reason name table.  One
      *              entry per SU-REJECT-REASON code in SUSPREC,
      *              giving the short name the reports print
      *              beside the two-digit code, plus the work
      *              fields for looking a code up.  A new reject
      *              reason is added here and in SUSPREC together
      *              so every report names it the same way.
      *
      * Typical Use: Within the Working-Storage Section:
      *
      * 01  WS-REASON-NAMES.
      *     COPY RSNTAB.
      *
      *              then move the code to RN-TARGET-CODE, scan
      *              RN-ENTRY (1) thru RN-ENTRY (RN-MAX-REASONS)
      *              for a match, and print RN-RESULT-NAME.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so the aging report and
      *                          the transaction trace name the
      *                          reject reasons, starting with
      *                          reason 06 (already posted).
      * 2026-10-15 dastagg       Added reason 07 (declined out of
      *                          the large-value hold queue).
      * 2026-10-15 dastagg       Added reason 08 (already-posted
      *                          check could not be completed).
      *
      **********************************************************
           05  RN-NAME-VALUES.
               10  FILLER                 PIC X(16)   VALUE
                   "01NO TRAN KEY".
               10  FILLER                 PIC X(16)   VALUE
                   "02DATE RANGE".
               10  FILLER                 PIC X(16)   VALUE
                   "03BAD TRAN TYPE".
               10  FILLER                 PIC X(16)   VALUE
                   "04BAD REGION".
               10  FILLER                 PIC X(16)   VALUE
                   "05NO EXCH RATE".
               10  FILLER                 PIC X(16)   VALUE
                   "06ALREADY POSTED".
               10  FILLER                 PIC X(16)   VALUE
                   "07HOLD DECLINED".
               10  FILLER                 PIC X(16)   VALUE
                   "08DUP UNCHECKED".
           05  RN-NAME-TABLE REDEFINES RN-NAME-VALUES.
               10  RN-ENTRY OCCURS 8 TIMES.
                   15  RN-CODE            PIC X(02).
                   15  RN-NAME            PIC X(14).
           05  RN-MAX-REASONS             PIC 9(03)   COMP VALUE 8.
           05  RN-SUB                     PIC 9(03)   COMP VALUE ZERO.
           05  RN-TARGET-CODE             PIC X(02)   VALUE SPACES.
           05  RN-RESULT-NAME             PIC X(14)   VALUE SPACES.
           05  RN-FOUND-SWITCH            PIC X(01)   VALUE "N".
               88  RN-FOUND-YES                       VALUE "Y".
               88  RN-FOUND-NO                        VALUE "N".
