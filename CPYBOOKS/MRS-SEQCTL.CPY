      *****************************************************************
      * FD TRAIL SEQUENCE CONTROL DATASTORE
      * One record per chained file per site: where the site's
      * unbroken line sequence on that file has got to, and the
      * check value of the last line handed out. MRS-6490 is the
      * only program that writes here - it draws the next number
      * for every audit and ticket trail line as it is written.
      *
      * MRS-SQC-TRAIL: "AUD" = audit file, "TIC" = ticket trail.
      *
      * MRS-SQC-BASE-SEQ/CHECK say where the lines still on the live
      * file start: the sequence and check of the last line that
      * has gone to a month archive (zeros until the first
      * rollover). MRS-6495 expects the first live line of the site
      * to be BASE-SEQ + 1, chained from BASE-CHECK, and the last
      * to be LAST-SEQ.
      *
      * The record length is 50 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SQC-KEY
      *****************************************************************
       FD MRS-SEQCTL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 MRS-SQC-REC.
           05 MRS-SQC-KEY.
              10 MRS-SQC-TRAIL                 PIC X(3).
              10 MRS-SQC-SITE                  PIC X(2).
           05 MRS-SQC-LAST-SEQ                 PIC 9(9).
           05 MRS-SQC-LAST-CHECK               PIC 9(9).
           05 MRS-SQC-BASE-SEQ                 PIC 9(9).
           05 MRS-SQC-BASE-CHECK               PIC 9(9).
           05 FILLER                           PIC X(9).
