      ***********************************************************
      * Copybook name: CHGJREC
      * Original author: David Stagowski
      *
      * Description: Master change journal record written to the
      *              permanent CHGJRNL sequential file (DISP=MOD,
      *              never rebuilt) each time a released change is
      *              applied to LOOKUP, REGION, CALENDAR, GLACCT
      *              or EXRATE.  Carries the full master record
      *              before and after the change, the operator who
      *              entered the change, the operator who approved
      *              it, and when each step happened.  An add has
      *              a blank before image; a delete has a blank
      *              after image.  SR0980 reports from it by
      *              master, key and date range.
      *
      * Typical Use: Within the File Section, on the FD for
      *              CHGJRNL:
      *
      * FD  CHGJRNL.
      * 01  CJ-JOURNAL-RECORD.
      *     COPY CHGJREC.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for dual-control master
      *                          maintenance.
      * 2026-10-15 dastagg       Now also written for CALENDAR.
      *
      **********************************************************
           05  CJ-MASTER-ID               PIC X(08).
           05  CJ-MASTER-KEY              PIC X(20).
           05  CJ-ACTION                  PIC X(01).
               88  CJ-ACTION-ADD                      VALUE "A".
               88  CJ-ACTION-CHANGE                   VALUE "C".
               88  CJ-ACTION-DELETE                   VALUE "D".
           05  CJ-CHANGE-KEY              PIC X(26).
           05  CJ-ENTERED-BY              PIC X(08).
           05  CJ-ENTERED-DATE            PIC X(08).
           05  CJ-ENTERED-TIME            PIC X(06).
           05  CJ-APPROVED-BY             PIC X(08).
           05  CJ-APPROVED-DATE           PIC X(08).
           05  CJ-APPROVED-TIME           PIC X(06).
           05  CJ-APPLIED-DATE            PIC X(08).
           05  CJ-APPLIED-TIME            PIC X(06).
           05  CJ-APPLIED-PROGRAM         PIC X(08).
           05  CJ-BEFORE-IMAGE            PIC X(60).
           05  CJ-AFTER-IMAGE             PIC X(60).
           05  FILLER                     PIC X(09).
