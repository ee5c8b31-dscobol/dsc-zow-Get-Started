      ***********************************************************
      * Copybook name: PENDREC
      * Original author: David Stagowski
      *
      * Description: Pending master change record held on the
      *              PENDCHG VSAM KSDS.  The master maintenance
      *              jobs (SR0910 LOOKUP, SR0920 REGION, SR0925
      *              CALENDAR, SR0930 GLACCT, SR0940 EXRATE) no
      *              longer apply their cards directly - each
      *              card is staged here with the operator who
      *              entered it.  SR0970
      *              releases or cancels it under a second
      *              operator ID, and the next run of the owning
      *              maintenance job applies the released change
      *              and journals it to CHGJRNL (see CHGJREC).
      *
      *              Keyed by master, entry date/time and the
      *              card's sequence within the staging run, so a
      *              browse from the master ID returns that
      *              master's changes in the order entered.
      *
      * Typical Use: Within the File Section, on the FD for
      *              PENDCHG:
      *
      * FD  PENDCHG.
      * 01  PD-PENDING-RECORD.
      *     COPY PENDREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for dual-control master
      *                          maintenance.
      * 2026-10-15 dastagg       Added the CALENDAR master.
      *
      **********************************************************
           05  PD-CHANGE-KEY.
               10  PD-MASTER-ID           PIC X(08).
                   88  PD-MASTER-LOOKUP               VALUE "LOOKUP".
                   88  PD-MASTER-REGION               VALUE "REGION".
                   88  PD-MASTER-CALENDAR             VALUE "CALENDAR".
                   88  PD-MASTER-GLACCT               VALUE "GLACCT".
                   88  PD-MASTER-EXRATE               VALUE "EXRATE".
               10  PD-ENTERED-DATE        PIC X(08).
               10  PD-ENTERED-TIME        PIC X(06).
               10  PD-ENTRY-SEQ           PIC 9(04).
           05  PD-CHANGE-STATUS           PIC X(01).
               88  PD-PENDING                         VALUE "P".
               88  PD-RELEASED                        VALUE "R".
               88  PD-CANCELLED                       VALUE "X".
               88  PD-APPLIED                         VALUE "A".
               88  PD-FAILED                          VALUE "F".
           05  PD-CARD-IMAGE              PIC X(80).
           05  PD-ENTERED-BY              PIC X(08).
           05  PD-ENTERED-PROGRAM         PIC X(08).
           05  PD-APPROVED-BY             PIC X(08).
           05  PD-APPROVED-DATE           PIC X(08).
           05  PD-APPROVED-TIME           PIC X(06).
           05  PD-APPLIED-DATE            PIC X(08).
           05  PD-APPLIED-TIME            PIC X(06).
           05  PD-RESULT                  PIC X(13).
           05  FILLER                     PIC X(28).
