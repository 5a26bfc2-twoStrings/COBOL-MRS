      *****************************************************************
      * FD GL ACCOUNTING PERIOD DATASTORE
      * One record per accounting month a supervisor has closed
      * (MRS-1660). A month with no record has never been closed and
      * is open. Once a month's numbers have gone to the accountant
      * it is closed, and no GL feed line dated inside it goes out
      * any more: MRS-5040, which every feed writer calls on each
      * line just before the WRITE, moves the line's date to the
      * first day of the first open month after it and leaves a note
      * on the GL period note log.
      *
      * MRS-GLP-STATUS: "C" = closed, "O" = open again - a reopened
      * month keeps its record so the close and the reopen both
      * stay on file beside the audit lines written for them.
      *
      * The record length is 40 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-GLP-PERIOD (YYYYMM)
      *****************************************************************
       FD MRS-GL-PERIOD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 MRS-GLP-REC.
           05 MRS-GLP-PERIOD                   PIC 9(6).
           05 MRS-GLP-STATUS                   PIC X.
           05 MRS-GLP-CLOSED-BY                PIC X(8).
           05 MRS-GLP-CLOSED-DATE              PIC 9(8).
           05 MRS-GLP-OPENED-BY                PIC X(8).
           05 MRS-GLP-OPENED-DATE              PIC 9(8).
           05 FILLER                           PIC X(1).
