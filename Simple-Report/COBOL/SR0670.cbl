      ***********************************************************
      * Program name: SR0670
      * Original author: David Stagowski
      *
      * Description: Simple-Report suspense ledger journal.
      *              Sends the suspense side of the books to the
      *              ledger through the same GLJRNL interface
      *              SR0650 uses - a batch header, balanced
      *              debit/credit detail lines, and a hash-total
      *              trailer - logged to the GLBATCH master so
      *              SR0660 reconciles its confirmation too.
      *
      *              Every write-off SR0700 has made that is not
      *              yet journaled is journaled as a pair of
      *              lines: debit the write-off expense account,
      *              credit the suspense clearing account (the
      *              other way for a negative item), keyed by
      *              the item's GJ-TRAN-KEY.  The write-off
      *              records are marked journaled only once the
      *              batch has been built clean, and the batch is
      *              logged to GLBATCH last of all - as in error
      *              if the marking or the SUSPGL update failed -
      *              so a batch is never logged as sent while its
      *              write-offs are still open to the next run.
      *
      *              On a month-end run the outstanding suspense
      *              balance is also totalled by reject reason
      *              and compared with the balance last journaled
      *              for that reason on the SUSPGL master; the
      *              movement is journaled between the ledger's
      *              suspense account and the suspense clearing
      *              account, so after the entry the ledger's
      *              suspense balance equals the amount SR0700
      *              carries forward.
      *
      *              All three accounts come from the GLACCT
      *              master under the reserved keys *WRITEOFF,
      *              *SUSPCLR, and *SUSPENSE (see GLAREC).  A
      *              missing account, an unreadable master, or a
      *              batch whose debits do not equal its credits
      *              fails the step with return code 16 so the
      *              batch is never released downstream.
      *
      *              A local-currency item is converted to base
      *              through the EXRATE master at the rate for its
      *              transaction date, as SR0100 posts it.  An item
      *              with no rate on file is left out of the batch
      *              and listed as an exception: a write-off stays
      *              unjournaled for the next run, a carried item
      *              stays out of the month-end entry until its
      *              rate is loaded.  Exceptions end the step with
      *              return code 8.
      *
      * Typical Use: Run as the step after SR0700, with SGLCARD
      *              DD * supplying the run mode in column 1:
      *
      *                 M          write-offs and the month-end
      *                            suspense entry (SUSPFILE is
      *                            the carried suspense file as
      *                            the month's last SR0700 left
      *                            it - JCL member SR0670M)
      *                 W or blank write-offs only
      *
      *              Each batch is written to a GLJRNL file of its
      *              own (a new generation per run in the JCL), so
      *              a batch logged in error is never left among
      *              batches that are sent.  The first run
      *              journals every write-off already on the file.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created so a write-off cannot
      *                          leave the system without a
      *                          ledger entry and GL suspense can
      *                          be proven against SR0700.
      * 2026-10-15 dastagg       Batch logged after the write-offs
      *                          are marked and SUSPGL updated;
      *                          GLJRNL rebuilt per batch; local-
      *                          currency items converted through
      *                          EXRATE, items with no rate listed
      *                          as exceptions (RC 8).
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SR0670.
       AUTHOR.        DAVID STAGOWSKI.
       INSTALLATION.  SIMPLE-REPORT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITOFF ASSIGN TO WRITOFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITOFF-Status.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-Status.

           SELECT GLACCT  ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CATEGORY
               FILE STATUS IS WS-GLACCT-Status.

           SELECT SUSPGL  ASSIGN TO SUSPGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-REJECT-REASON
               FILE STATUS IS WS-SUSPGL-Status.

           SELECT GLBATCH ASSIGN TO GLBATCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BATCH-KEY
               FILE STATUS IS WS-GLBATCH-Status.

           SELECT EXRATE  ASSIGN TO EXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-EXRATE-Status.

           SELECT SGLCARD ASSIGN TO SGLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGLCARD-Status.

           SELECT GLJRNL  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-Status.

           SELECT RPTOUT  ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITOFF
           RECORD CONTAINS 100 CHARACTERS.
       01  WO-WRITEOFF-RECORD.
           COPY WOFFREC.

       FD  SUSPFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SI-SUSPENSE-IN                 PIC X(80).

       FD  GLACCT.
       01  GA-ACCOUNT-RECORD.
           COPY GLAREC.

       FD  SUSPGL.
       01  SG-POSITION-RECORD.
           COPY SGLREC.

       FD  GLBATCH.
       01  GB-BATCH-RECORD.
           COPY GLBREC.

       FD  EXRATE.
       01  XR-RATE-RECORD.
           COPY RATEREC.

       FD  SGLCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SC-SGL-CARD.
           05  SC-RUN-MODE                PIC X(01).
               88  SC-MODE-MONTH-END                  VALUE "M".
               88  SC-MODE-WRITEOFFS                  VALUE "W" " ".
           05  FILLER                     PIC X(79).

       FD  GLJRNL
           RECORD CONTAINS 80 CHARACTERS.
       01  GJ-JOURNAL-RECORD.
           COPY GLJREC.

       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-PRINT-RECORD                PIC X(133).

       FD  AUDITLOG.
       01  AU-AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WRITOFF-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==WRITOFF==.

       01  WS-SUSPFILE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SUSPFILE==.

       01  WS-GLACCT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLACCT==.

       01  WS-SUSPGL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SUSPGL==.

       01  WS-GLBATCH-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLBATCH==.

       01  WS-EXRATE-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EXRATE==.

       01  WS-SGLCARD-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SGLCARD==.

       01  WS-GLJRNL-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GLJRNL==.

       01  WS-AUDIT-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AUDITLOG==.

       01  WS-PROGRAM-NAME                PIC X(08)   VALUE "SR0670".

       01  WS-RECORDS-READ                PIC 9(07)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01)   VALUE "N".
               88  WS-EOF-YES                         VALUE "Y".
               88  WS-EOF-NO                          VALUE "N".
           05  WS-SUSP-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  WS-SUSP-EOF-YES                    VALUE "Y".
               88  WS-SUSP-EOF-NO                     VALUE "N".
           05  WS-MONTH-END-SWITCH        PIC X(01)   VALUE "N".
               88  WS-MONTH-END-YES                   VALUE "Y".
               88  WS-MONTH-END-NO                    VALUE "N".
           05  WS-WRITOFF-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-WRITOFF-OPEN-YES                VALUE "Y".
               88  WS-WRITOFF-OPEN-NO                 VALUE "N".
           05  WS-SUSPFILE-OPEN-SWITCH    PIC X(01)   VALUE "N".
               88  WS-SUSPFILE-OPEN-YES               VALUE "Y".
               88  WS-SUSPFILE-OPEN-NO                VALUE "N".
           05  WS-GLACCT-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GLACCT-OPEN-YES                 VALUE "Y".
               88  WS-GLACCT-OPEN-NO                  VALUE "N".
           05  WS-SUSPGL-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-SUSPGL-OPEN-YES                 VALUE "Y".
               88  WS-SUSPGL-OPEN-NO                  VALUE "N".
           05  WS-GLBATCH-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  WS-GLBATCH-OPEN-YES                VALUE "Y".
               88  WS-GLBATCH-OPEN-NO                 VALUE "N".
           05  WS-GLJRNL-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-GLJRNL-OPEN-YES                 VALUE "Y".
               88  WS-GLJRNL-OPEN-NO                  VALUE "N".
           05  WS-SCAN-SWITCH             PIC X(01)   VALUE "N".
               88  WS-SCAN-DONE                       VALUE "Y".
               88  WS-SCAN-MORE                       VALUE "N".
           05  WS-REASON-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  WS-REASON-FOUND-YES                VALUE "Y".
               88  WS-REASON-FOUND-NO                 VALUE "N".
           05  WS-REASON-PLACED-SWITCH    PIC X(01)   VALUE "N".
               88  WS-REASON-PLACED-YES               VALUE "Y".
               88  WS-REASON-PLACED-NO                VALUE "N".
           05  WS-EXRATE-OPEN-SWITCH      PIC X(01)   VALUE "N".
               88  WS-EXRATE-OPEN-YES                 VALUE "Y".
               88  WS-EXRATE-OPEN-NO                  VALUE "N".
           05  WS-RATE-SWITCH             PIC X(01)   VALUE "N".
               88  WS-RATE-FOUND                      VALUE "Y".
               88  WS-RATE-MISSING                    VALUE "N".
           05  WS-EXCEPTION-HDG-SWITCH    PIC X(01)   VALUE "N".
               88  WS-EXCEPTION-HDG-DONE              VALUE "Y".
               88  WS-EXCEPTION-HDG-NOT-DONE          VALUE "N".

       01  WS-BATCH-ERROR-SWITCH          PIC X(01)   VALUE "N".
           88  WS-BATCH-ERROR-YES                     VALUE "Y".
           88  WS-BATCH-ERROR-NO                      VALUE "N".

       01  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.

       01  WS-BASE-AMOUNT                 PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-EXCEPTION-TOTALS.
           05  WS-WRITEOFFS-NO-RATE       PIC 9(07)   COMP VALUE ZERO.
           05  WS-SUSPENSE-NO-RATE        PIC 9(07)   COMP VALUE ZERO.

       01  WS-ACCOUNTS.
           05  WS-WRITEOFF-ACCOUNT        PIC 9(08)   VALUE ZERO.
           05  WS-CLEARING-ACCOUNT        PIC 9(08)   VALUE ZERO.
           05  WS-SUSPENSE-ACCOUNT        PIC 9(08)   VALUE ZERO.
           05  WS-ACCT-TARGET-KEY         PIC X(10)   VALUE SPACES.
           05  WS-ACCT-RESULT             PIC 9(08)   VALUE ZERO.

       01  WS-BATCH-ID.
           05  WS-BATCH-DATE              PIC X(08)   VALUE SPACES.
           05  WS-BATCH-TIME              PIC X(06)   VALUE SPACES.

       01  WS-JOURNAL-WORK.
           05  WS-J-CATEGORY              PIC X(10)   VALUE SPACES.
           05  WS-J-ACCOUNT               PIC 9(08)   VALUE ZERO.
           05  WS-J-SIDE                  PIC X(01)   VALUE SPACE.
           05  WS-J-AMOUNT                PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-J-TRAN-DATE             PIC X(08)   VALUE SPACES.
           05  WS-J-TRAN-KEY              PIC X(10)   VALUE SPACES.
           05  WS-J-DEBIT-SIDE            PIC X(01)   VALUE SPACE.
           05  WS-J-CREDIT-SIDE           PIC X(01)   VALUE SPACE.
           05  WS-J-REASON-KEY.
               10  FILLER                 PIC X(07)   VALUE "REASON-".
               10  WS-J-REASON-CODE       PIC X(02)   VALUE SPACES.
               10  FILLER                 PIC X(01)   VALUE SPACE.

       01  WS-BATCH-TOTALS.
           05  WS-JOURNAL-LINES           PIC 9(07)   COMP VALUE ZERO.
           05  WS-DEBIT-TOTAL             PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-CREDIT-TOTAL            PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-HASH-TOTAL              PIC 9(13)   COMP-3
                                                       VALUE ZERO.
           05  WS-RECORDS-JOURNALED       PIC 9(07)   COMP VALUE ZERO.

       01  WS-WRITEOFF-TOTALS.
           05  WS-WRITEOFFS-JOURNALED     PIC 9(07)   COMP VALUE ZERO.
           05  WS-WRITEOFFS-PREVIOUS      PIC 9(07)   COMP VALUE ZERO.
           05  WS-WRITEOFFS-MARKED        PIC 9(07)   COMP VALUE ZERO.
           05  WS-WRITEOFF-AMOUNT         PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-SUSPENSE-TOTALS.
           05  WS-SUSPENSE-ITEMS          PIC 9(07)   COMP VALUE ZERO.
           05  WS-TOTAL-OUTSTANDING       PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-TOTAL-PRIOR             PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-TOTAL-ENTRY             PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  WS-REASON-CONTROL.
           05  WS-MAX-REASON-ENTRIES      PIC 9(03)   COMP VALUE 20.
           05  WS-REASON-COUNT            PIC 9(03)   COMP VALUE ZERO.
           05  WS-REASON-SUB              PIC 9(03)   COMP VALUE ZERO.
           05  WS-REASON-HIT              PIC 9(03)   COMP VALUE ZERO.
           05  WS-SHIFT-SUB               PIC 9(03)   COMP VALUE ZERO.
           05  WS-TARGET-REASON           PIC X(02)   VALUE SPACES.

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-RP-REASON           PIC X(02).
               10  WS-RP-ON-FILE-SWITCH   PIC X(01).
                   88  WS-RP-ON-FILE-YES              VALUE "Y".
                   88  WS-RP-ON-FILE-NO               VALUE "N".
               10  WS-RP-ITEM-COUNT       PIC 9(07)   COMP.
               10  WS-RP-OUTSTANDING      PIC S9(11)V99 COMP-3.
               10  WS-RP-PRIOR            PIC S9(11)V99 COMP-3.
               10  WS-RP-ENTRY            PIC S9(11)V99 COMP-3.

       01  WS-SUSPENSE-WORK.
           COPY SUSPREC.

       01  WS-TRAN-WORK.
           COPY TRANREC.

       01  WS-REASON-NAMES.
           COPY RSNTAB.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT              PIC 9(03)   COMP VALUE 99.
           05  WS-MAX-LINES-PER-PAGE      PIC 9(03)   COMP VALUE 55.
           05  WS-PAGE-NUMBER             PIC 9(05)   COMP VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SIMPLE-REPORT".
           05  FILLER                     PIC X(40)   VALUE
               "SUSPENSE LEDGER JOURNAL".
           05  FILLER                     PIC X(09)   VALUE
               "RUN DATE ".
           05  WH1-RUN-DATE               PIC X(08).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE
               "PAGE ".
           05  WH1-PAGE-NUMBER            PIC ZZZZ9.
           05  FILLER                     PIC X(41)   VALUE SPACE.

       01  WS-BATCH-ID-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(17)   VALUE
               "JOURNAL BATCH".
           05  WI-BATCH-DATE              PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  WI-BATCH-TIME              PIC X(06).
           05  FILLER                     PIC X(100)  VALUE SPACE.

       01  WS-ACCOUNT-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WA-LABEL                   PIC X(30).
           05  WA-ACCOUNT                 PIC 9(08).
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-SECTION-TITLE           PIC X(50).
           05  FILLER                     PIC X(82)   VALUE SPACE.

       01  WS-WRITEOFF-HEADING.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(19)   VALUE
               "REASON".
           05  FILLER                     PIC X(12)   VALUE
               "WRITTEN OFF".
           05  FILLER                     PIC X(10)   VALUE
               "TRAN DATE".
           05  FILLER                     PIC X(13)   VALUE
               " LOCAL AMOUNT".
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  FILLER                     PIC X(05)   VALUE "CUR".
           05  FILLER                     PIC X(15)   VALUE
               "  BASE AMOUNT".
           05  FILLER                     PIC X(24)   VALUE "NOTE".
           05  FILLER                     PIC X(13)   VALUE SPACE.

       01  WS-WRITEOFF-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WW-TRAN-KEY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-REGION                  PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-REASON                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WW-REASON-NAME             PIC X(14).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-WRITEOFF-DATE           PIC X(08).
           05  FILLER                     PIC X(04)   VALUE SPACE.
           05  WW-TRAN-DATE               PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-BASE-AREA               PIC X(13).
           05  WW-BASE-AMOUNT             REDEFINES WW-BASE-AREA
                                          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WW-NOTE                    PIC X(24).
           05  FILLER                     PIC X(13)   VALUE SPACE.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(12)   VALUE
               "TRAN KEY".
           05  FILLER                     PIC X(05)   VALUE "REG".
           05  FILLER                     PIC X(19)   VALUE
               "REASON".
           05  FILLER                     PIC X(10)   VALUE
               "TRAN DATE".
           05  FILLER                     PIC X(05)   VALUE "CUR".
           05  FILLER                     PIC X(13)   VALUE
               " LOCAL AMOUNT".
           05  FILLER                     PIC X(66)   VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WX-TRAN-KEY                PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WX-REGION                  PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WX-REASON                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WX-REASON-NAME             PIC X(14).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WX-TRAN-DATE               PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WX-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WX-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(66)   VALUE SPACE.

       01  WS-POSITION-HEADING.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(19)   VALUE
               "REASON".
           05  FILLER                     PIC X(07)   VALUE
               "  ITEMS".
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  FILLER                     PIC X(18)   VALUE
               "       OUTSTANDING".
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  FILLER                     PIC X(18)   VALUE
               "    LAST JOURNALED".
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  FILLER                     PIC X(18)   VALUE
               "   MONTH-END ENTRY".
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "SUSPENSE ACCOUNT".
           05  FILLER                     PIC X(22)   VALUE SPACE.

       01  WS-POSITION-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  WP-REASON                  PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WP-REASON-NAME             PIC X(14).
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-ITEM-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-OUTSTANDING             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-PRIOR                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-ENTRY                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACE.
           05  WP-ACTION                  PIC X(20).
           05  FILLER                     PIC X(22)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                     PIC X(03)   VALUE SPACE.
           05  FILLER                     PIC X(10)   VALUE "(NONE)".
           05  FILLER                     PIC X(120)  VALUE SPACE.

       01  WS-TRAILER-LINE-1.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WRITE-OFFS READ...".
           05  WT1-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-2.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WRITE-OFFS JOURNALED".
           05  WT2-WRITEOFFS-JOURNALED    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-3.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "JOURNALED BEFORE..".
           05  WT3-WRITEOFFS-PREVIOUS     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-4.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "JOURNAL LINES.....".
           05  WT4-JOURNAL-LINES          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-5.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WRITE-OFF AMOUNT..".
           05  WT5-WRITEOFF-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-6.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BATCH DEBITS......".
           05  WT6-DEBIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-7.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "BATCH CREDITS.....".
           05  WT7-CREDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(94)   VALUE SPACE.

       01  WS-TRAILER-LINE-8.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(60)   VALUE
               "**ERROR** BATCH IN ERROR - NOT TO BE RELEASED".
           05  FILLER                     PIC X(72)   VALUE SPACE.

       01  WS-TRAILER-LINE-9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "WRITE-OFFS NO RATE".
           05  WT9-WRITEOFFS-NO-RATE      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       01  WS-TRAILER-LINE-10.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(20)   VALUE
               "CARRIED NO RATE...".
           05  WT10-SUSPENSE-NO-RATE      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(105)  VALUE SPACE.

       PROCEDURE DIVISION.
      ***********************************************************
      * 0000-MAINLINE
      ***********************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-JOURNAL-WRITEOFF
               THRU 2000-JOURNAL-WRITEOFF-EXIT
               UNTIL WS-EOF-YES.

           IF WS-WRITEOFFS-JOURNALED + WS-WRITEOFFS-NO-RATE = ZERO
              AND WS-PAGE-NUMBER > ZERO
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1                      TO WS-LINE-COUNT
           END-IF.

           IF WS-MONTH-END-YES AND WS-BATCH-ERROR-NO
               PERFORM 2500-MONTH-END-ENTRY
                   THRU 2500-MONTH-END-ENTRY-EXIT
           END-IF.

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT.

           IF WS-BATCH-ERROR-YES
               MOVE 16                    TO RETURN-CODE
           END-IF.

           IF WS-BATCH-ERROR-NO AND
              (WS-WRITEOFFS-NO-RATE > ZERO OR
               WS-SUSPENSE-NO-RATE > ZERO)
               MOVE 8                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE - pick up the run mode and the suspense
      *                    accounts, open the files, write the
      *                    batch header, and prime the read loop.
      *                    GLJRNL is opened OUTPUT - each batch
      *                    goes to a file of its own.
      ***********************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND AUDITLOG.

           IF NOT WS-AUDITLOG-Good AND NOT WS-AUDITLOG-File-Not-Found
               DISPLAY "SR0670 - UNABLE TO OPEN AUDITLOG, STATUS = "
                       WS-AUDITLOG-Status
           END-IF.

           IF WS-AUDITLOG-File-Not-Found
               OPEN OUTPUT AUDITLOG
           END-IF.

           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE                TO WH1-RUN-DATE.

           PERFORM 1100-READ-SGL-CARD
               THRU 1100-READ-SGL-CARD-EXIT.

           OPEN INPUT GLACCT.

           IF WS-GLACCT-Good
               SET WS-GLACCT-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-GLACCT-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLACCT
                       THRU 9800-LOG-ERROR-GLACCT-EXIT
               END-IF
               DISPLAY "SR0670 - UNABLE TO OPEN GLACCT, STATUS = "
                       WS-GLACCT-Status " - BATCH NOT BUILT"
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-RESOLVE-ACCOUNTS
               THRU 1200-RESOLVE-ACCOUNTS-EXIT.

           IF WS-BATCH-ERROR-YES
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF WS-MONTH-END-YES
               PERFORM 1300-OPEN-MONTH-END-FILES
                   THRU 1300-OPEN-MONTH-END-FILES-EXIT
           END-IF.

           IF WS-BATCH-ERROR-YES
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O GLBATCH.

           IF WS-GLBATCH-Good
               SET WS-GLBATCH-OPEN-YES    TO TRUE
           ELSE
               IF NOT WS-GLBATCH-File-Not-Found
                   PERFORM 9800-LOG-ERROR-GLBATCH
                       THRU 9800-LOG-ERROR-GLBATCH-EXIT
               END-IF
               DISPLAY "SR0670 - UNABLE TO OPEN GLBATCH, STATUS = "
                       WS-GLBATCH-Status " - BATCH NOT BUILT"
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXRATE.

           IF WS-EXRATE-Good
               SET WS-EXRATE-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-EXRATE-File-Not-Found
                   PERFORM 9800-LOG-ERROR-EXRATE
                       THRU 9800-LOG-ERROR-EXRATE-EXIT
               END-IF
               DISPLAY "SR0670 - EXRATE NOT AVAILABLE, STATUS = "
                       WS-EXRATE-Status " - NON-BASE CURRENCIES "
                       "WILL BE HELD"
           END-IF.

           OPEN OUTPUT GLJRNL.

           IF NOT WS-GLJRNL-Good
               PERFORM 9800-LOG-ERROR-GLJRNL
                   THRU 9800-LOG-ERROR-GLJRNL-EXIT
               DISPLAY "SR0670 - UNABLE TO OPEN GLJRNL, STATUS = "
                       WS-GLJRNL-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-GLJRNL-OPEN-YES         TO TRUE.

           PERFORM 2300-WRITE-BATCH-HEADER
               THRU 2300-WRITE-BATCH-HEADER-EXIT.

           PERFORM 3900-PRINT-HEADINGS
               THRU 3900-PRINT-HEADINGS-EXIT.

           MOVE "WRITE-OFFS NOT YET JOURNALED" TO WS-SECTION-TITLE.
           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-WRITEOFF-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 4                          TO WS-LINE-COUNT.

           OPEN I-O WRITOFF.

           IF WS-WRITOFF-File-Not-Found
               DISPLAY "SR0670 - NO WRITE-OFF FILE, NOTHING WRITTEN "
                       "OFF TO JOURNAL"
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF NOT WS-WRITOFF-Good
               PERFORM 9800-LOG-ERROR-WRITOFF
                   THRU 9800-LOG-ERROR-WRITOFF-EXIT
               DISPLAY "SR0670 - UNABLE TO OPEN WRITOFF, STATUS = "
                       WS-WRITOFF-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-WRITOFF-OPEN-YES        TO TRUE.

           PERFORM 2100-READ-WRITOFF
               THRU 2100-READ-WRITOFF-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-SGL-CARD - M journals the month-end suspense
      *                       entry as well as the write-offs; a
      *                       blank or missing card journals the
      *                       write-offs only
      ***********************************************************
       1100-READ-SGL-CARD.
           OPEN INPUT SGLCARD.

           IF NOT WS-SGLCARD-Good
               IF NOT WS-SGLCARD-File-Not-Found
                   PERFORM 9800-LOG-ERROR-SGLCARD
                       THRU 9800-LOG-ERROR-SGLCARD-EXIT
               END-IF
               DISPLAY "SR0670 - SGLCARD NOT AVAILABLE, JOURNALING "
                       "WRITE-OFFS ONLY"
               GO TO 1100-READ-SGL-CARD-EXIT
           END-IF.

           READ SGLCARD.

           IF WS-SGLCARD-Good
               IF SC-MODE-MONTH-END
                   SET WS-MONTH-END-YES   TO TRUE
               END-IF
               IF NOT SC-MODE-MONTH-END AND NOT SC-MODE-WRITEOFFS
                   DISPLAY "SR0670 - RUN MODE " SC-RUN-MODE
                           " NOT RECOGNISED, JOURNALING WRITE-OFFS "
                           "ONLY"
               END-IF
           ELSE
               IF NOT WS-SGLCARD-EOF
                   PERFORM 9800-LOG-ERROR-SGLCARD
                       THRU 9800-LOG-ERROR-SGLCARD-EXIT
               END-IF
           END-IF.

           CLOSE SGLCARD.

       1100-READ-SGL-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1200-RESOLVE-ACCOUNTS - the write-off expense and suspense
      *                          clearing accounts always, the
      *                          ledger's suspense account on a
      *                          month-end run; the batch cannot
      *                          be built without them
      ***********************************************************
       1200-RESOLVE-ACCOUNTS.
           MOVE "*WRITEOFF"                TO WS-ACCT-TARGET-KEY.
           PERFORM 1210-READ-ONE-ACCOUNT
               THRU 1210-READ-ONE-ACCOUNT-EXIT.
           MOVE WS-ACCT-RESULT             TO WS-WRITEOFF-ACCOUNT.

           MOVE "*SUSPCLR"                 TO WS-ACCT-TARGET-KEY.
           PERFORM 1210-READ-ONE-ACCOUNT
               THRU 1210-READ-ONE-ACCOUNT-EXIT.
           MOVE WS-ACCT-RESULT             TO WS-CLEARING-ACCOUNT.

           IF WS-MONTH-END-YES
               MOVE "*SUSPENSE"            TO WS-ACCT-TARGET-KEY
               PERFORM 1210-READ-ONE-ACCOUNT
                   THRU 1210-READ-ONE-ACCOUNT-EXIT
               MOVE WS-ACCT-RESULT         TO WS-SUSPENSE-ACCOUNT
           END-IF.

       1200-RESOLVE-ACCOUNTS-EXIT.
           EXIT.

      ***********************************************************
      * 1210-READ-ONE-ACCOUNT - one reserved GLACCT key to its
      *                          ledger account; a missing or zero
      *                          account marks the batch in error
      ***********************************************************
       1210-READ-ONE-ACCOUNT.
           MOVE ZERO                       TO WS-ACCT-RESULT.
           MOVE WS-ACCT-TARGET-KEY         TO GA-CATEGORY.

           READ GLACCT.

           IF WS-GLACCT-Good AND GA-ACCOUNT > ZERO
               MOVE GA-ACCOUNT             TO WS-ACCT-RESULT
               GO TO 1210-READ-ONE-ACCOUNT-EXIT
           END-IF.

           IF NOT WS-GLACCT-Good AND NOT WS-GLACCT-Not-Found
               PERFORM 9800-LOG-ERROR-GLACCT
                   THRU 9800-LOG-ERROR-GLACCT-EXIT
           END-IF.

           SET WS-BATCH-ERROR-YES         TO TRUE.
           DISPLAY "SR0670 - NO LEDGER ACCOUNT MAPPED FOR "
                   WS-ACCT-TARGET-KEY " - BATCH NOT BUILT".

       1210-READ-ONE-ACCOUNT-EXIT.
           EXIT.

      ***********************************************************
      * 1300-OPEN-MONTH-END-FILES - the suspense position master
      *                              and the carried suspense
      *                              file the month-end entry is
      *                              taken from
      ***********************************************************
       1300-OPEN-MONTH-END-FILES.
           OPEN I-O SUSPGL.

           IF WS-SUSPGL-Good
               SET WS-SUSPGL-OPEN-YES     TO TRUE
           ELSE
               IF NOT WS-SUSPGL-File-Not-Found
                   PERFORM 9800-LOG-ERROR-SUSPGL
                       THRU 9800-LOG-ERROR-SUSPGL-EXIT
               END-IF
               DISPLAY "SR0670 - UNABLE TO OPEN SUSPGL, STATUS = "
                       WS-SUSPGL-Status " - BATCH NOT BUILT"
               SET WS-BATCH-ERROR-YES     TO TRUE
               GO TO 1300-OPEN-MONTH-END-FILES-EXIT
           END-IF.

           OPEN INPUT SUSPFILE.

           IF WS-SUSPFILE-Good
               SET WS-SUSPFILE-OPEN-YES   TO TRUE
           ELSE
               PERFORM 9800-LOG-ERROR-SUSPFILE
                   THRU 9800-LOG-ERROR-SUSPFILE-EXIT
               DISPLAY "SR0670 - UNABLE TO OPEN SUSPFILE, STATUS = "
                       WS-SUSPFILE-Status " - BATCH NOT BUILT"
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       1300-OPEN-MONTH-END-FILES-EXIT.
           EXIT.

      ***********************************************************
      * 2000-JOURNAL-WRITEOFF - journal one write-off not yet sent
      *                          to the ledger as a balanced pair
      *                          of lines in base currency, list
      *                          it, and read on.  One with no
      *                          exchange rate is listed but held
      *                          back for a later run.
      ***********************************************************
       2000-JOURNAL-WRITEOFF.
           IF WO-JOURNALED
               ADD 1                      TO WS-WRITEOFFS-PREVIOUS
               GO TO 2000-JOURNAL-WRITEOFF-NEXT
           END-IF.

           MOVE WO-SUSPENSE-IMAGE          TO WS-SUSPENSE-WORK.
           MOVE SU-TRANSACTION-IMAGE       TO WS-TRAN-WORK.

           PERFORM 2200-CONVERT-AMOUNT
               THRU 2200-CONVERT-AMOUNT-EXIT.

           IF WS-RATE-MISSING
               ADD 1                      TO WS-WRITEOFFS-NO-RATE
               PERFORM 2700-PRINT-WRITEOFF
                   THRU 2700-PRINT-WRITEOFF-EXIT
               GO TO 2000-JOURNAL-WRITEOFF-NEXT
           END-IF.

           MOVE WS-BASE-AMOUNT             TO WS-J-AMOUNT.
           MOVE "D"                        TO WS-J-DEBIT-SIDE.
           MOVE "C"                        TO WS-J-CREDIT-SIDE.

           IF WS-J-AMOUNT < ZERO
               COMPUTE WS-J-AMOUNT = ZERO - WS-J-AMOUNT
               MOVE "C"                   TO WS-J-DEBIT-SIDE
               MOVE "D"                   TO WS-J-CREDIT-SIDE
           END-IF.

           MOVE TR-TRAN-DATE               TO WS-J-TRAN-DATE.
           MOVE TR-TRAN-KEY                TO WS-J-TRAN-KEY.

           MOVE "*WRITEOFF"                TO WS-J-CATEGORY.
           MOVE WS-WRITEOFF-ACCOUNT        TO WS-J-ACCOUNT.
           MOVE WS-J-DEBIT-SIDE            TO WS-J-SIDE.
           PERFORM 2400-WRITE-JOURNAL-LINE
               THRU 2400-WRITE-JOURNAL-LINE-EXIT.

           MOVE "*SUSPCLR"                 TO WS-J-CATEGORY.
           MOVE WS-CLEARING-ACCOUNT        TO WS-J-ACCOUNT.
           MOVE WS-J-CREDIT-SIDE           TO WS-J-SIDE.
           PERFORM 2400-WRITE-JOURNAL-LINE
               THRU 2400-WRITE-JOURNAL-LINE-EXIT.

           ADD 1                          TO WS-WRITEOFFS-JOURNALED.
           ADD 1                          TO WS-RECORDS-JOURNALED.
           ADD WS-BASE-AMOUNT             TO WS-WRITEOFF-AMOUNT.

           PERFORM 2700-PRINT-WRITEOFF
               THRU 2700-PRINT-WRITEOFF-EXIT.

       2000-JOURNAL-WRITEOFF-NEXT.
           PERFORM 2100-READ-WRITOFF
               THRU 2100-READ-WRITOFF-EXIT.

       2000-JOURNAL-WRITEOFF-EXIT.
           EXIT.

      ***********************************************************
      * 2100-READ-WRITOFF - single read of the write-off file
      ***********************************************************
       2100-READ-WRITOFF.
           READ WRITOFF.

           IF WS-WRITOFF-Good
               ADD 1                      TO WS-RECORDS-READ
           END-IF.

           IF WS-WRITOFF-EOF
               SET WS-EOF-YES             TO TRUE
           END-IF.

           IF NOT WS-WRITOFF-Good AND NOT WS-WRITOFF-EOF
               PERFORM 9800-LOG-ERROR-WRITOFF
                   THRU 9800-LOG-ERROR-WRITOFF-EXIT
               DISPLAY "SR0670 - WRITOFF READ FAILED, STATUS = "
                       WS-WRITOFF-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-EOF-YES             TO TRUE
           END-IF.

       2100-READ-WRITOFF-EXIT.
           EXIT.

      ***********************************************************
      * 2200-CONVERT-AMOUNT - the item's TR-AMOUNT in base currency
      *                        through the EXRATE master at the
      *                        rate for its transaction date, as
      *                        SR0100 posts it.  WS-RATE-MISSING
      *                        when a local currency has no rate
      *                        on file or there is no rate master.
      ***********************************************************
       2200-CONVERT-AMOUNT.
           MOVE TR-AMOUNT                  TO WS-BASE-AMOUNT.
           SET WS-RATE-FOUND              TO TRUE.

           IF TR-CURRENCY-BASE
               GO TO 2200-CONVERT-AMOUNT-EXIT
           END-IF.

           SET WS-RATE-MISSING            TO TRUE.

           IF WS-EXRATE-OPEN-NO
               GO TO 2200-CONVERT-AMOUNT-EXIT
           END-IF.

           MOVE TR-CURRENCY-CODE           TO XR-CURRENCY-CODE.
           MOVE TR-TRAN-DATE               TO XR-RATE-DATE.
           READ EXRATE.

           IF WS-EXRATE-Good
               COMPUTE WS-BASE-AMOUNT ROUNDED = TR-AMOUNT * XR-RATE
               SET WS-RATE-FOUND          TO TRUE
               GO TO 2200-CONVERT-AMOUNT-EXIT
           END-IF.

           IF NOT WS-EXRATE-Not-Found AND NOT WS-EXRATE-Invalid-Key
               PERFORM 9800-LOG-ERROR-EXRATE
                   THRU 9800-LOG-ERROR-EXRATE-EXIT
           END-IF.

       2200-CONVERT-AMOUNT-EXIT.
           EXIT.

      ***********************************************************
      * 2300-WRITE-BATCH-HEADER - one header record opens the
      *                            batch; the suspense batches go
      *                            under their own source system
      *                            so they never supersede, or
      *                            are superseded by, SR0650's
      ***********************************************************
       2300-WRITE-BATCH-HEADER.
           MOVE SPACES                     TO GJ-JOURNAL-RECORD.
           MOVE "H"                        TO GJ-RECORD-TYPE.
           ACCEPT GJ-BATCH-DATE           FROM DATE YYYYMMDD.
           ACCEPT GJ-BATCH-TIME           FROM TIME.
           MOVE "SIMPLSUS"                 TO GJ-SOURCE-SYSTEM.
           MOVE GJ-BATCH-DATE              TO WS-BATCH-DATE.
           MOVE GJ-BATCH-TIME              TO WS-BATCH-TIME.

           WRITE GJ-JOURNAL-RECORD.

           IF NOT WS-GLJRNL-Good
               PERFORM 9800-LOG-ERROR-GLJRNL
                   THRU 9800-LOG-ERROR-GLJRNL-EXIT
               DISPLAY "SR0670 - GLJRNL HEADER WRITE FAILED, "
                       "STATUS = " WS-GLJRNL-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       2300-WRITE-BATCH-HEADER-EXIT.
           EXIT.

      ***********************************************************
      * 2400-WRITE-JOURNAL-LINE - one detail line from the staged
      *                            account, side, and amount, and
      *                            roll the batch totals
      ***********************************************************
       2400-WRITE-JOURNAL-LINE.
           MOVE SPACES                     TO GJ-JOURNAL-RECORD.
           MOVE "D"                        TO GJ-RECORD-TYPE.
           MOVE WS-J-ACCOUNT               TO GJ-ACCOUNT.
           MOVE WS-J-SIDE                  TO GJ-DEBIT-CREDIT.
           MOVE WS-J-AMOUNT                TO GJ-AMOUNT.
           MOVE WS-J-CATEGORY              TO GJ-CATEGORY.
           MOVE WS-J-TRAN-DATE             TO GJ-TRAN-DATE.
           MOVE WS-J-TRAN-KEY              TO GJ-TRAN-KEY.

           WRITE GJ-JOURNAL-RECORD.

           IF NOT WS-GLJRNL-Good
               PERFORM 9800-LOG-ERROR-GLJRNL
                   THRU 9800-LOG-ERROR-GLJRNL-EXIT
               DISPLAY "SR0670 - GLJRNL WRITE FAILED, STATUS = "
                       WS-GLJRNL-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
               GO TO 2400-WRITE-JOURNAL-LINE-EXIT
           END-IF.

           ADD 1                          TO WS-JOURNAL-LINES.
           ADD WS-J-ACCOUNT               TO WS-HASH-TOTAL.

           IF WS-J-SIDE = "D"
               ADD WS-J-AMOUNT            TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-J-AMOUNT            TO WS-CREDIT-TOTAL
           END-IF.

       2400-WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 2500-MONTH-END-ENTRY - load the balances last journaled,
      *                         total the carried suspense by
      *                         reject reason, and journal the
      *                         movement for each reason
      ***********************************************************
       2500-MONTH-END-ENTRY.
           MOVE LOW-VALUES                 TO SG-REJECT-REASON.

           START SUSPGL KEY >= SG-REJECT-REASON.

           IF WS-SUSPGL-Good
               SET WS-SCAN-MORE           TO TRUE
               PERFORM 2510-LOAD-ONE-POSITION
                   THRU 2510-LOAD-ONE-POSITION-EXIT
                   UNTIL WS-SCAN-DONE
           ELSE
               IF NOT WS-SUSPGL-Not-Found AND
                  NOT WS-SUSPGL-Invalid-Key
                   PERFORM 9800-LOG-ERROR-SUSPGL
                       THRU 9800-LOG-ERROR-SUSPGL-EXIT
                   SET WS-BATCH-ERROR-YES TO TRUE
               END-IF
           END-IF.

           PERFORM 2530-READ-SUSPFILE
               THRU 2530-READ-SUSPFILE-EXIT.

           PERFORM 2520-ROLL-SUSPENSE-ITEM
               THRU 2520-ROLL-SUSPENSE-ITEM-EXIT
               UNTIL WS-SUSP-EOF-YES.

           IF WS-BATCH-ERROR-YES
               GO TO 2500-MONTH-END-ENTRY-EXIT
           END-IF.

           IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE "MONTH-END SUSPENSE POSITION BY REJECT REASON"
                                           TO WS-SECTION-TITLE.
           WRITE WS-PRINT-RECORD          FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-POSITION-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 5                          TO WS-LINE-COUNT.

           IF WS-REASON-COUNT = ZERO
               WRITE WS-PRINT-RECORD      FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1                      TO WS-LINE-COUNT
               GO TO 2500-MONTH-END-ENTRY-EXIT
           END-IF.

           PERFORM 2600-JOURNAL-ONE-REASON
               THRU 2600-JOURNAL-ONE-REASON-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-COUNT.

           MOVE SPACES                     TO WP-REASON.
           MOVE "TOTAL"                    TO WP-REASON-NAME.
           MOVE WS-SUSPENSE-ITEMS          TO WP-ITEM-COUNT.
           MOVE WS-TOTAL-OUTSTANDING       TO WP-OUTSTANDING.
           MOVE WS-TOTAL-PRIOR             TO WP-PRIOR.
           MOVE WS-TOTAL-ENTRY             TO WP-ENTRY.
           MOVE SPACES                     TO WP-ACTION.

           WRITE WS-PRINT-RECORD          FROM WS-POSITION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2                          TO WS-LINE-COUNT.

       2500-MONTH-END-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * 2510-LOAD-ONE-POSITION - read the next reason from the
      *                           position master into the table
      *                           with the balance last journaled
      ***********************************************************
       2510-LOAD-ONE-POSITION.
           READ SUSPGL NEXT RECORD.

           IF NOT WS-SUSPGL-Good
               IF NOT WS-SUSPGL-EOF
                   PERFORM 9800-LOG-ERROR-SUSPGL
                       THRU 9800-LOG-ERROR-SUSPGL-EXIT
                   SET WS-BATCH-ERROR-YES TO TRUE
               END-IF
               SET WS-SCAN-DONE           TO TRUE
               GO TO 2510-LOAD-ONE-POSITION-EXIT
           END-IF.

           MOVE SG-REJECT-REASON           TO WS-TARGET-REASON.
           PERFORM 2540-FIND-REASON
               THRU 2540-FIND-REASON-EXIT.

           IF WS-REASON-HIT = ZERO
               SET WS-SCAN-DONE           TO TRUE
               GO TO 2510-LOAD-ONE-POSITION-EXIT
           END-IF.

           SET WS-RP-ON-FILE-YES (WS-REASON-HIT) TO TRUE.
           MOVE SG-JOURNALED-BALANCE  TO WS-RP-PRIOR (WS-REASON-HIT).

       2510-LOAD-ONE-POSITION-EXIT.
           EXIT.

      ***********************************************************
      * 2520-ROLL-SUSPENSE-ITEM - add one carried suspense item,
      *                            in base currency, into its
      *                            reject reason's outstanding
      *                            balance; one with no exchange
      *                            rate is listed and left out
      ***********************************************************
       2520-ROLL-SUSPENSE-ITEM.
           MOVE SU-TRANSACTION-IMAGE       TO WS-TRAN-WORK.

           PERFORM 2200-CONVERT-AMOUNT
               THRU 2200-CONVERT-AMOUNT-EXIT.

           IF WS-RATE-MISSING
               ADD 1                      TO WS-SUSPENSE-NO-RATE
               PERFORM 2550-PRINT-EXCEPTION
                   THRU 2550-PRINT-EXCEPTION-EXIT
               GO TO 2520-ROLL-SUSPENSE-ITEM-NEXT
           END-IF.

           MOVE SU-REJECT-REASON           TO WS-TARGET-REASON.

           PERFORM 2540-FIND-REASON
               THRU 2540-FIND-REASON-EXIT.

           IF WS-REASON-HIT = ZERO
               SET WS-SUSP-EOF-YES        TO TRUE
               GO TO 2520-ROLL-SUSPENSE-ITEM-EXIT
           END-IF.

           ADD 1              TO WS-RP-ITEM-COUNT (WS-REASON-HIT).
           ADD WS-BASE-AMOUNT TO WS-RP-OUTSTANDING (WS-REASON-HIT).

       2520-ROLL-SUSPENSE-ITEM-NEXT.
           PERFORM 2530-READ-SUSPFILE
               THRU 2530-READ-SUSPFILE-EXIT.

       2520-ROLL-SUSPENSE-ITEM-EXIT.
           EXIT.

      ***********************************************************
      * 2530-READ-SUSPFILE - single read of the carried suspense
      ***********************************************************
       2530-READ-SUSPFILE.
           READ SUSPFILE                  INTO WS-SUSPENSE-WORK.

           IF WS-SUSPFILE-EOF
               SET WS-SUSP-EOF-YES        TO TRUE
           END-IF.

           IF NOT WS-SUSPFILE-Good AND NOT WS-SUSPFILE-EOF
               PERFORM 9800-LOG-ERROR-SUSPFILE
                   THRU 9800-LOG-ERROR-SUSPFILE-EXIT
               DISPLAY "SR0670 - SUSPFILE READ FAILED, STATUS = "
                       WS-SUSPFILE-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
               SET WS-SUSP-EOF-YES        TO TRUE
           END-IF.

       2530-READ-SUSPFILE-EXIT.
           EXIT.

      ***********************************************************
      * 2540-FIND-REASON - find the table entry for the reason in
      *                     WS-TARGET-REASON, or open one in code
      *                     order.  A full table leaves
      *                     WS-REASON-HIT zero and marks the batch
      *                     in error - a partial month-end entry
      *                     would not prove.
      ***********************************************************
       2540-FIND-REASON.
           SET WS-REASON-FOUND-NO         TO TRUE.
           SET WS-REASON-PLACED-NO        TO TRUE.
           MOVE ZERO                      TO WS-REASON-HIT.

           IF WS-REASON-COUNT > ZERO
               PERFORM 2545-TEST-ONE-REASON
                   THRU 2545-TEST-ONE-REASON-EXIT
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-FOUND-YES
                      OR WS-REASON-PLACED-YES
                      OR WS-REASON-SUB > WS-REASON-COUNT
           END-IF.

           IF WS-REASON-FOUND-YES
               GO TO 2540-FIND-REASON-EXIT
           END-IF.

           IF WS-REASON-COUNT >= WS-MAX-REASON-ENTRIES
               MOVE ZERO                  TO WS-REASON-HIT
               SET WS-BATCH-ERROR-YES     TO TRUE
               DISPLAY "SR0670 - REJECT REASON TABLE FULL AT "
                       WS-TARGET-REASON " - BATCH NOT RELEASED"
               GO TO 2540-FIND-REASON-EXIT
           END-IF.

           IF WS-REASON-PLACED-NO
               COMPUTE WS-REASON-HIT = WS-REASON-COUNT + 1
           ELSE
               PERFORM 2548-SHIFT-ONE-REASON
                   THRU 2548-SHIFT-ONE-REASON-EXIT
                   VARYING WS-SHIFT-SUB FROM WS-REASON-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-REASON-HIT
           END-IF.

           ADD 1                          TO WS-REASON-COUNT.
           MOVE WS-TARGET-REASON     TO WS-RP-REASON (WS-REASON-HIT).
           SET WS-RP-ON-FILE-NO (WS-REASON-HIT) TO TRUE.
           MOVE ZERO             TO WS-RP-ITEM-COUNT (WS-REASON-HIT).
           MOVE ZERO             TO WS-RP-OUTSTANDING (WS-REASON-HIT).
           MOVE ZERO             TO WS-RP-PRIOR (WS-REASON-HIT).
           MOVE ZERO             TO WS-RP-ENTRY (WS-REASON-HIT).

       2540-FIND-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 2545-TEST-ONE-REASON - this entry is the reason, or the
      *                         first one past where it belongs
      ***********************************************************
       2545-TEST-ONE-REASON.
           IF WS-RP-REASON (WS-REASON-SUB) = WS-TARGET-REASON
               SET WS-REASON-FOUND-YES    TO TRUE
               MOVE WS-REASON-SUB         TO WS-REASON-HIT
               GO TO 2545-TEST-ONE-REASON-EXIT
           END-IF.

           IF WS-RP-REASON (WS-REASON-SUB) > WS-TARGET-REASON
               SET WS-REASON-PLACED-YES   TO TRUE
               MOVE WS-REASON-SUB         TO WS-REASON-HIT
           END-IF.

       2545-TEST-ONE-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 2548-SHIFT-ONE-REASON - move one entry down a slot to
      *                          open the insertion point
      ***********************************************************
       2548-SHIFT-ONE-REASON.
           MOVE WS-REASON-ENTRY (WS-SHIFT-SUB)
                                 TO WS-REASON-ENTRY (WS-SHIFT-SUB + 1).

       2548-SHIFT-ONE-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 2550-PRINT-EXCEPTION - list one carried item left out of
      *                         the month-end entry for want of
      *                         an exchange rate
      ***********************************************************
       2550-PRINT-EXCEPTION.
           IF WS-EXCEPTION-HDG-NOT-DONE
               IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
                   PERFORM 3900-PRINT-HEADINGS
                       THRU 3900-PRINT-HEADINGS-EXIT
               END-IF
               MOVE "CARRIED SUSPENSE HELD OUT - NO EXCHANGE RATE"
                                           TO WS-SECTION-TITLE
               WRITE WS-PRINT-RECORD      FROM WS-SECTION-LINE
                   AFTER ADVANCING 3 LINES
               WRITE WS-PRINT-RECORD      FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 5                      TO WS-LINE-COUNT
               SET WS-EXCEPTION-HDG-DONE  TO TRUE
           END-IF.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
               WRITE WS-PRINT-RECORD      FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2                      TO WS-LINE-COUNT
           END-IF.

           MOVE TR-TRAN-KEY                TO WX-TRAN-KEY.
           MOVE TR-REGION-CODE             TO WX-REGION.
           MOVE SU-REJECT-REASON           TO WX-REASON.
           MOVE SU-REJECT-REASON           TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME             TO WX-REASON-NAME.
           MOVE TR-TRAN-DATE               TO WX-TRAN-DATE.
           MOVE TR-CURRENCY-CODE           TO WX-CURRENCY.
           MOVE TR-AMOUNT                  TO WX-AMOUNT.

           WRITE WS-PRINT-RECORD          FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2550-PRINT-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 2600-JOURNAL-ONE-REASON - journal the movement in one
      *                            reason's suspense balance since
      *                            it was last journaled: an
      *                            increase debits the ledger's
      *                            suspense account and credits
      *                            clearing, a decrease the other
      *                            way
      ***********************************************************
       2600-JOURNAL-ONE-REASON.
           COMPUTE WS-RP-ENTRY (WS-REASON-SUB) =
                   WS-RP-OUTSTANDING (WS-REASON-SUB)
                 - WS-RP-PRIOR (WS-REASON-SUB).

           ADD WS-RP-ITEM-COUNT (WS-REASON-SUB) TO WS-SUSPENSE-ITEMS.
           ADD WS-RP-OUTSTANDING (WS-REASON-SUB)
                                           TO WS-TOTAL-OUTSTANDING.
           ADD WS-RP-PRIOR (WS-REASON-SUB) TO WS-TOTAL-PRIOR.
           ADD WS-RP-ENTRY (WS-REASON-SUB) TO WS-TOTAL-ENTRY.

           MOVE WS-RP-REASON (WS-REASON-SUB) TO WP-REASON.
           MOVE WS-RP-REASON (WS-REASON-SUB) TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME             TO WP-REASON-NAME.
           MOVE WS-RP-ITEM-COUNT (WS-REASON-SUB)  TO WP-ITEM-COUNT.
           MOVE WS-RP-OUTSTANDING (WS-REASON-SUB) TO WP-OUTSTANDING.
           MOVE WS-RP-PRIOR (WS-REASON-SUB)       TO WP-PRIOR.
           MOVE WS-RP-ENTRY (WS-REASON-SUB)       TO WP-ENTRY.

           EVALUATE TRUE
               WHEN WS-RP-ENTRY (WS-REASON-SUB) > ZERO
                   MOVE "DEBITED"         TO WP-ACTION
               WHEN WS-RP-ENTRY (WS-REASON-SUB) < ZERO
                   MOVE "CREDITED"        TO WP-ACTION
               WHEN OTHER
                   MOVE "NO MOVEMENT"     TO WP-ACTION
           END-EVALUATE.

           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-POSITION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

           IF WS-RP-ENTRY (WS-REASON-SUB) = ZERO
               GO TO 2600-JOURNAL-ONE-REASON-EXIT
           END-IF.

           MOVE WS-RP-ENTRY (WS-REASON-SUB) TO WS-J-AMOUNT.
           MOVE "D"                        TO WS-J-DEBIT-SIDE.
           MOVE "C"                        TO WS-J-CREDIT-SIDE.

           IF WS-J-AMOUNT < ZERO
               COMPUTE WS-J-AMOUNT = ZERO - WS-J-AMOUNT
               MOVE "C"                   TO WS-J-DEBIT-SIDE
               MOVE "D"                   TO WS-J-CREDIT-SIDE
           END-IF.

           MOVE WS-RUN-DATE                TO WS-J-TRAN-DATE.
           MOVE WS-RP-REASON (WS-REASON-SUB) TO WS-J-REASON-CODE.
           MOVE WS-J-REASON-KEY            TO WS-J-TRAN-KEY.

           MOVE "*SUSPENSE"                TO WS-J-CATEGORY.
           MOVE WS-SUSPENSE-ACCOUNT        TO WS-J-ACCOUNT.
           MOVE WS-J-DEBIT-SIDE            TO WS-J-SIDE.
           PERFORM 2400-WRITE-JOURNAL-LINE
               THRU 2400-WRITE-JOURNAL-LINE-EXIT.

           MOVE "*SUSPCLR"                 TO WS-J-CATEGORY.
           MOVE WS-CLEARING-ACCOUNT        TO WS-J-ACCOUNT.
           MOVE WS-J-CREDIT-SIDE           TO WS-J-SIDE.
           PERFORM 2400-WRITE-JOURNAL-LINE
               THRU 2400-WRITE-JOURNAL-LINE-EXIT.

           ADD 1                          TO WS-RECORDS-JOURNALED.

       2600-JOURNAL-ONE-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 2700-PRINT-WRITEOFF - one listing line per write-off
      *                        journaled or held for want of an
      *                        exchange rate
      ***********************************************************
       2700-PRINT-WRITEOFF.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
               WRITE WS-PRINT-RECORD      FROM WS-WRITEOFF-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2                      TO WS-LINE-COUNT
           END-IF.

           MOVE TR-TRAN-KEY                TO WW-TRAN-KEY.
           MOVE TR-REGION-CODE             TO WW-REGION.
           MOVE SU-REJECT-REASON           TO WW-REASON.
           MOVE SU-REJECT-REASON           TO RN-TARGET-CODE.
           PERFORM 8100-GET-REASON-NAME
               THRU 8100-GET-REASON-NAME-EXIT.
           MOVE RN-RESULT-NAME             TO WW-REASON-NAME.
           MOVE WO-WRITEOFF-DATE           TO WW-WRITEOFF-DATE.
           MOVE TR-TRAN-DATE               TO WW-TRAN-DATE.
           MOVE TR-AMOUNT                  TO WW-AMOUNT.
           MOVE TR-CURRENCY-CODE           TO WW-CURRENCY.

           IF WS-RATE-FOUND
               MOVE WS-BASE-AMOUNT         TO WW-BASE-AMOUNT
               MOVE SPACES                 TO WW-NOTE
           ELSE
               MOVE SPACES                 TO WW-BASE-AREA
               MOVE "NO RATE - NOT JOURNALED" TO WW-NOTE
           END-IF.

           WRITE WS-PRINT-RECORD          FROM WS-WRITEOFF-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1                          TO WS-LINE-COUNT.

       2700-PRINT-WRITEOFF-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FINALIZE - close the batch with its hash-total
      *                  trailer and prove it balances, mark the
      *                  write-offs journaled and record the new
      *                  suspense position, and only then log the
      *                  batch - in error if any of that failed
      ***********************************************************
       3000-FINALIZE.
           IF WS-GLJRNL-OPEN-YES AND WS-BATCH-DATE NOT = SPACES
               PERFORM 3100-WRITE-BATCH-TRAILER
                   THRU 3100-WRITE-BATCH-TRAILER-EXIT
           END-IF.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET WS-BATCH-ERROR-YES     TO TRUE
               DISPLAY "SR0670 - BATCH OUT OF BALANCE, DEBITS "
                       "DO NOT EQUAL CREDITS"
           END-IF.

           IF WS-BATCH-ERROR-NO AND WS-WRITEOFFS-JOURNALED > ZERO
               PERFORM 3300-MARK-WRITEOFFS
                   THRU 3300-MARK-WRITEOFFS-EXIT
           END-IF.

           IF WS-BATCH-ERROR-NO AND WS-MONTH-END-YES
               PERFORM 3400-UPDATE-ONE-POSITION
                   THRU 3400-UPDATE-ONE-POSITION-EXIT
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-COUNT
           END-IF.

           IF WS-GLBATCH-OPEN-YES AND WS-BATCH-DATE NOT = SPACES
               PERFORM 3200-LOG-BATCH
                   THRU 3200-LOG-BATCH-EXIT
           END-IF.

           PERFORM 3500-PRINT-TRAILER
               THRU 3500-PRINT-TRAILER-EXIT.

           DISPLAY "SR0670 - WRITE-OFFS READ....  " WS-RECORDS-READ.
           DISPLAY "SR0670 - WRITE-OFFS JOURNALED "
                   WS-WRITEOFFS-JOURNALED.
           DISPLAY "SR0670 - JOURNAL LINES......  " WS-JOURNAL-LINES.
           DISPLAY "SR0670 - WRITE-OFFS NO RATE.  "
                   WS-WRITEOFFS-NO-RATE.
           DISPLAY "SR0670 - CARRIED NO RATE....  "
                   WS-SUSPENSE-NO-RATE.

           IF WS-BATCH-ERROR-YES
               DISPLAY "SR0670 - BATCH IN ERROR - NOT TO BE "
                       "RELEASED TO THE LEDGER"
           END-IF.

           IF WS-WRITOFF-OPEN-YES
               CLOSE WRITOFF
           END-IF.

           IF WS-SUSPFILE-OPEN-YES
               CLOSE SUSPFILE
           END-IF.

           IF WS-GLACCT-OPEN-YES
               CLOSE GLACCT
           END-IF.

           IF WS-SUSPGL-OPEN-YES
               CLOSE SUSPGL
           END-IF.

           IF WS-GLBATCH-OPEN-YES
               CLOSE GLBATCH
           END-IF.

           IF WS-EXRATE-OPEN-YES
               CLOSE EXRATE
           END-IF.

           IF WS-GLJRNL-OPEN-YES
               CLOSE GLJRNL
           END-IF.

           CLOSE RPTOUT.
           CLOSE AUDITLOG.

       3000-FINALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 3100-WRITE-BATCH-TRAILER - line count, debit/credit
      *                             totals, and the account hash
      *                             total close the batch
      ***********************************************************
       3100-WRITE-BATCH-TRAILER.
           MOVE SPACES                     TO GJ-JOURNAL-RECORD.
           MOVE "T"                        TO GJ-RECORD-TYPE.
           MOVE WS-JOURNAL-LINES           TO GJ-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL             TO GJ-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL            TO GJ-CREDIT-TOTAL.
           MOVE WS-HASH-TOTAL              TO GJ-HASH-TOTAL.

           WRITE GJ-JOURNAL-RECORD.

           IF NOT WS-GLJRNL-Good
               PERFORM 9800-LOG-ERROR-GLJRNL
                   THRU 9800-LOG-ERROR-GLJRNL-EXIT
               DISPLAY "SR0670 - GLJRNL TRAILER WRITE FAILED, "
                       "STATUS = " WS-GLJRNL-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       3100-WRITE-BATCH-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 3200-LOG-BATCH - record the batch on the GLBATCH log as
      *                   sent (or in error, never to be
      *                   released).  Each batch has a GLJRNL file
      *                   of its own, so no earlier batch is
      *                   superseded.
      ***********************************************************
       3200-LOG-BATCH.
           MOVE SPACES                     TO GB-BATCH-RECORD.
           MOVE WS-BATCH-DATE              TO GB-BATCH-DATE.
           MOVE WS-BATCH-TIME              TO GB-BATCH-TIME.
           MOVE "SIMPLSUS"                 TO GB-SOURCE-SYSTEM.
           MOVE WS-JOURNAL-LINES           TO GB-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL             TO GB-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL            TO GB-CREDIT-TOTAL.
           MOVE WS-HASH-TOTAL              TO GB-HASH-TOTAL.
           MOVE WS-RECORDS-JOURNALED       TO GB-RECORDS-JOURNALED.
           MOVE ZERO                       TO GB-LINES-ACCEPTED.
           MOVE ZERO                       TO GB-LINES-REJECTED.
           MOVE ZERO                       TO GB-POSTED-DEBIT.
           MOVE ZERO                       TO GB-POSTED-CREDIT.

           IF WS-BATCH-ERROR-YES
               SET GB-STATUS-IN-ERROR     TO TRUE
           ELSE
               SET GB-STATUS-SENT         TO TRUE
           END-IF.

           WRITE GB-BATCH-RECORD.

           IF NOT WS-GLBATCH-Good
               PERFORM 9800-LOG-ERROR-GLBATCH
                   THRU 9800-LOG-ERROR-GLBATCH-EXIT
               DISPLAY "SR0670 - GLBATCH WRITE FAILED, STATUS = "
                       WS-GLBATCH-Status
                       " - BATCH CANNOT BE RECONCILED"
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       3200-LOG-BATCH-EXIT.
           EXIT.

      ***********************************************************
      * 3300-MARK-WRITEOFFS - second pass of the write-off file,
      *                        marking journaled every record the
      *                        batch has just carried
      ***********************************************************
       3300-MARK-WRITEOFFS.
           CLOSE WRITOFF.
           SET WS-WRITOFF-OPEN-NO         TO TRUE.

           OPEN I-O WRITOFF.

           IF NOT WS-WRITOFF-Good
               PERFORM 9800-LOG-ERROR-WRITOFF
                   THRU 9800-LOG-ERROR-WRITOFF-EXIT
               DISPLAY "SR0670 - UNABLE TO REOPEN WRITOFF, STATUS = "
                       WS-WRITOFF-Status
                       " - WRITE-OFFS NOT MARKED JOURNALED"
               SET WS-BATCH-ERROR-YES     TO TRUE
               GO TO 3300-MARK-WRITEOFFS-EXIT
           END-IF.

           SET WS-WRITOFF-OPEN-YES        TO TRUE.
           SET WS-SCAN-MORE               TO TRUE.

           PERFORM 3310-MARK-ONE-WRITEOFF
               THRU 3310-MARK-ONE-WRITEOFF-EXIT
               UNTIL WS-SCAN-DONE.

           IF WS-WRITEOFFS-MARKED NOT = WS-WRITEOFFS-JOURNALED
               SET WS-BATCH-ERROR-YES     TO TRUE
               DISPLAY "SR0670 - WRITE-OFFS MARKED "
                       WS-WRITEOFFS-MARKED " NOT EQUAL TO "
                       "WRITE-OFFS JOURNALED"
           END-IF.

       3300-MARK-WRITEOFFS-EXIT.
           EXIT.

      ***********************************************************
      * 3310-MARK-ONE-WRITEOFF - read the next write-off and, if
      *                           it was not yet journaled and was
      *                           not held for want of a rate,
      *                           mark it so
      ***********************************************************
       3310-MARK-ONE-WRITEOFF.
           READ WRITOFF.

           IF NOT WS-WRITOFF-Good
               IF NOT WS-WRITOFF-EOF
                   PERFORM 9800-LOG-ERROR-WRITOFF
                       THRU 9800-LOG-ERROR-WRITOFF-EXIT
               END-IF
               SET WS-SCAN-DONE           TO TRUE
               GO TO 3310-MARK-ONE-WRITEOFF-EXIT
           END-IF.

           IF WO-JOURNALED
               GO TO 3310-MARK-ONE-WRITEOFF-EXIT
           END-IF.

           MOVE WO-SUSPENSE-IMAGE          TO WS-SUSPENSE-WORK.
           MOVE SU-TRANSACTION-IMAGE       TO WS-TRAN-WORK.

           PERFORM 2200-CONVERT-AMOUNT
               THRU 2200-CONVERT-AMOUNT-EXIT.

           IF WS-RATE-MISSING
               GO TO 3310-MARK-ONE-WRITEOFF-EXIT
           END-IF.

           SET WO-JOURNALED               TO TRUE.

           REWRITE WO-WRITEOFF-RECORD.

           IF WS-WRITOFF-Good
               ADD 1                      TO WS-WRITEOFFS-MARKED
           ELSE
               PERFORM 9800-LOG-ERROR-WRITOFF
                   THRU 9800-LOG-ERROR-WRITOFF-EXIT
           END-IF.

       3310-MARK-ONE-WRITEOFF-EXIT.
           EXIT.

      ***********************************************************
      * 3400-UPDATE-ONE-POSITION - the reason's balance as now
      *                             journaled goes back to the
      *                             position master
      ***********************************************************
       3400-UPDATE-ONE-POSITION.
           MOVE SPACES                     TO SG-POSITION-RECORD.
           MOVE WS-RP-REASON (WS-REASON-SUB)    TO SG-REJECT-REASON.
           MOVE WS-RP-ITEM-COUNT (WS-REASON-SUB) TO SG-ITEM-COUNT.
           MOVE WS-RP-OUTSTANDING (WS-REASON-SUB)
                                           TO SG-JOURNALED-BALANCE.
           MOVE WS-RUN-DATE                TO SG-AS-OF-DATE.
           MOVE WS-BATCH-DATE              TO SG-BATCH-DATE.
           MOVE WS-BATCH-TIME              TO SG-BATCH-TIME.

           IF WS-RP-ON-FILE-YES (WS-REASON-SUB)
               REWRITE SG-POSITION-RECORD
           ELSE
               WRITE SG-POSITION-RECORD
           END-IF.

           IF NOT WS-SUSPGL-Good
               PERFORM 9800-LOG-ERROR-SUSPGL
                   THRU 9800-LOG-ERROR-SUSPGL-EXIT
               DISPLAY "SR0670 - SUSPGL UPDATE FAILED FOR REASON "
                       SG-REJECT-REASON ", STATUS = "
                       WS-SUSPGL-Status
               SET WS-BATCH-ERROR-YES     TO TRUE
           END-IF.

       3400-UPDATE-ONE-POSITION-EXIT.
           EXIT.

      ***********************************************************
      * 3500-PRINT-TRAILER - counts and batch totals close the
      *                       report
      ***********************************************************
       3500-PRINT-TRAILER.
           IF WS-PAGE-NUMBER = ZERO
              OR WS-LINE-COUNT + 14 > WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADINGS
                   THRU 3900-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE "*WRITEOFF  WRITE-OFF EXPENSE" TO WA-LABEL.
           MOVE WS-WRITEOFF-ACCOUNT        TO WA-ACCOUNT.
           WRITE WS-PRINT-RECORD          FROM WS-ACCOUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "*SUSPCLR   SUSPENSE CLEARING" TO WA-LABEL.
           MOVE WS-CLEARING-ACCOUNT        TO WA-ACCOUNT.
           WRITE WS-PRINT-RECORD          FROM WS-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-MONTH-END-YES
               MOVE "*SUSPENSE  LEDGER SUSPENSE" TO WA-LABEL
               MOVE WS-SUSPENSE-ACCOUNT    TO WA-ACCOUNT
               WRITE WS-PRINT-RECORD      FROM WS-ACCOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-RECORDS-READ            TO WT1-RECORDS-READ.
           MOVE WS-WRITEOFFS-JOURNALED     TO WT2-WRITEOFFS-JOURNALED.
           MOVE WS-WRITEOFFS-PREVIOUS      TO WT3-WRITEOFFS-PREVIOUS.
           MOVE WS-JOURNAL-LINES           TO WT4-JOURNAL-LINES.
           MOVE WS-WRITEOFF-AMOUNT         TO WT5-WRITEOFF-AMOUNT.
           MOVE WS-DEBIT-TOTAL             TO WT6-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL            TO WT7-CREDIT-TOTAL.
           MOVE WS-WRITEOFFS-NO-RATE       TO WT9-WRITEOFFS-NO-RATE.
           MOVE WS-SUSPENSE-NO-RATE        TO WT10-SUSPENSE-NO-RATE.

           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-7
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRINT-RECORD          FROM WS-TRAILER-LINE-9
               AFTER ADVANCING 1 LINE.

           IF WS-MONTH-END-YES
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-10
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-BATCH-ERROR-YES
               WRITE WS-PRINT-RECORD      FROM WS-TRAILER-LINE-8
                   AFTER ADVANCING 2 LINES
           END-IF.

       3500-PRINT-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 3900-PRINT-HEADINGS - start a new page
      ***********************************************************
       3900-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER             TO WH1-PAGE-NUMBER.
           MOVE WS-BATCH-DATE              TO WI-BATCH-DATE.
           MOVE WS-BATCH-TIME              TO WI-BATCH-TIME.

           WRITE WS-PRINT-RECORD          FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WS-PRINT-RECORD          FROM WS-BATCH-ID-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 3                         TO WS-LINE-COUNT.

       3900-PRINT-HEADINGS-EXIT.
           EXIT.

      ***********************************************************
      * 8100-GET-REASON-NAME - resolve the reject reason staged
      *                         in RN-TARGET-CODE to its printed
      *                         name from the RSNTAB table
      ***********************************************************
       8100-GET-REASON-NAME.
           SET RN-FOUND-NO                TO TRUE.
           MOVE "UNKNOWN REASON"          TO RN-RESULT-NAME.

           PERFORM 8110-TEST-ONE-REASON
               THRU 8110-TEST-ONE-REASON-EXIT
               VARYING RN-SUB FROM 1 BY 1
               UNTIL RN-FOUND-YES OR RN-SUB > RN-MAX-REASONS.

       8100-GET-REASON-NAME-EXIT.
           EXIT.

      ***********************************************************
      * 8110-TEST-ONE-REASON - compare one table entry to the
      *                         staged reason code
      ***********************************************************
       8110-TEST-ONE-REASON.
           IF RN-CODE (RN-SUB) = RN-TARGET-CODE
               SET RN-FOUND-YES           TO TRUE
               MOVE RN-NAME (RN-SUB)      TO RN-RESULT-NAME
           END-IF.

       8110-TEST-ONE-REASON-EXIT.
           EXIT.

      ***********************************************************
      * 9800 series - shared error/audit-trail paragraphs, one
      *                per WSFST-tracked file in this program
      ***********************************************************
           COPY ERRLOG REPLACING ==:tag:== BY ==WRITOFF==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPFILE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLACCT==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SUSPGL==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLBATCH==.

           COPY ERRLOG REPLACING ==:tag:== BY ==EXRATE==.

           COPY ERRLOG REPLACING ==:tag:== BY ==SGLCARD==.

           COPY ERRLOG REPLACING ==:tag:== BY ==GLJRNL==.
