      *****************************************************************
      * FD SHOWING ATTENDANCE DATASTORE
      * One record per showing that has had a ticket sold, kept by
      * MRS-6485 as serials are issued, voided, and admitted, so
      * actual attendance is known without walking the register:
      *
      *   tickets out   = MRS-ATT-ISSUED - MRS-ATT-VOIDED
      *   no-shows      = tickets out - MRS-ATT-ADMITTED
      *
      * MRS-ATT-FIRST-ADMIT and MRS-ATT-LAST-ADMIT are the HHMM of
      * the first and latest door scan - how early the house filled
      * and how late the stragglers came.
      *
      * MRS-ATT-SCREEN is two digits; MRS-6860 carries a file laid
      * down with the one-digit screen over once.
      *
      * The record length is 50 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-ATT-KEY (show date + show id), so a
      * report for one day STARTs at the date.
      *****************************************************************
       FD MRS-ATTEND-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 MRS-ATT-REC.
           05 MRS-ATT-KEY.
              10 MRS-ATT-SHOW-DATE             PIC 9(8).
              10 MRS-ATT-SHOW-ID               PIC 9(4).
           05 MRS-ATT-SHOW-TIME                PIC X(4).
           05 MRS-ATT-SCREEN                   PIC 99.
           05 MRS-ATT-SITE                     PIC X(2).
           05 MRS-ATT-ISSUED                   PIC 9(5).
           05 MRS-ATT-VOIDED                   PIC 9(5).
           05 MRS-ATT-ADMITTED                 PIC 9(5).
           05 MRS-ATT-FIRST-ADMIT              PIC 9(4).
           05 MRS-ATT-LAST-ADMIT               PIC 9(4).
           05 FILLER                           PIC X(7).
