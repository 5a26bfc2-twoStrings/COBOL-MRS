      *****************************************************************
      * FD INBOUND QUARANTINE DATASTORE
      * One line per inbound line a batch would not take - from any
      * of the inbound jobs, written through MRS-6545 - with the
      * job, the file it came from, why it was refused, and the line
      * itself exactly as it was read, so the office can fix it at
      * the source and have it sent again instead of piecing it
      * back together from five different exception reports.
      *
      * The record length is 363 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so
      * each rejected line adds on to the file.
      *****************************************************************
       FD MRS-QUARANTINE-FILE
           RECORD CONTAINS 363 CHARACTERS.
       01 MRS-QUARANTINE-REC.
           05 MRS-QTN-DATE                     PIC 9(8).
           05 PIC X(1) VALUE SPACE.
           05 MRS-QTN-TIME                     PIC 9(6).
           05 PIC X(1) VALUE SPACE.
           05 MRS-QTN-SOURCE                   PIC X(8).
           05 PIC X(1) VALUE SPACE.
           05 MRS-QTN-PATH                     PIC X(50).
           05 PIC X(1) VALUE SPACE.
           05 MRS-QTN-REASON                   PIC X(30).
           05 PIC X(1) VALUE SPACE.
           05 MRS-QTN-LINE                     PIC X(256).
