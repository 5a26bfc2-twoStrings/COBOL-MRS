      * screen 2's projector went down for a week, nothing used to
      * stop MRS-3100 from booking it.
      *
      * MRS-OUT-SCREEN is two digits; MRS-6860 carries a file laid
      * down with the one-digit screen (41 characters) over once.
      *
      * The record length is 42 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-OUT-ID
      *****************************************************************
       FD MRS-OUTAGE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01 MRS-OUTAGE-REC.
           05 MRS-OUT-ID                       PIC 9(4).
           05 MRS-OUT-SCREEN                   PIC 99.
           05 MRS-OUT-FROM-DATE                PIC 9(8).
           05 MRS-OUT-TO-DATE                  PIC 9(8).
           05 MRS-OUT-REASON                   PIC X(20).
