      *****************************************************************
      * FD LABOR PROJECTION DATASTORE
      * One record per day and site, left by the staffing worksheet
      * (MRS-7450) each time it is printed: the staff-hours its
      * suggested headcounts add up to - every hour with a showing
      * starting counts its box-office, concession, and usher
      * staffers as one hour each. A reprint of the same day
      * replaces the day's record. The pay-period run (MRS-7460)
      * sets the hours actually clocked against these.
      *
      * The record length is 40 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-LPJ-KEY (date + site)
      *****************************************************************
       FD MRS-LABPROJ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 MRS-LABPROJ-REC.
           05 MRS-LPJ-KEY.
              10 MRS-LPJ-DATE                  PIC 9(8).
              10 MRS-LPJ-SITE                  PIC X(2).
           05 MRS-LPJ-ADMITS                   PIC 9(6).
           05 MRS-LPJ-BOX-HOURS                PIC 9(4).
           05 MRS-LPJ-CON-HOURS                PIC 9(4).
           05 MRS-LPJ-USH-HOURS                PIC 9(4).
           05 MRS-LPJ-RUN-DATE                 PIC 9(8).
           05 FILLER                           PIC X(4).
