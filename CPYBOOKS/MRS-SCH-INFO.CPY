      * This file is used to store all the information that ticketing
      * will need for their subsystem. It is loaded by a batch program.
      * 
      * The record length is 278 characters.
      *
      * The file is Indexed Sequential
      * The key field is INFO-ID.
      * told apart from another on a different calendar day instead of
      * every row in the file being treated as "today" by whatever
      * program happens to read it.
      *
      * MRS-SCH-SEATS went to three digits and MRS-SCH-SCREEN-NUMBER
      * to two with the larger auditoriums; MRS-6860 carries a file
      * laid down at the old 276 characters over once.
      *****************************************************************
       FD MRS-SCH-INFO-FILE
           RECORD CONTAINS 278 CHARACTERS.
       01 MRS-SCH-INFO-REC.
           05 MRS-SCH-MOVIE-ID                 PIC X(4).
           05 MRS-SCH-MOVIE-NAME               PIC X(20).
                   05 MRS-SCH-MOVIE-VENDOR             PIC X(15).
           05 MRS-SCH-SHOW-TIME                PIC X(20).
           05 MRS-SCH-SEATS                    PIC 999.
           05 MRS-SCH-RATING                   PIC X(4).
                   05 MRS-SCH-DESCRIPTION              PIC X(200).
           05 MRS-SCH-SCREEN-NUMBER            PIC 99.
           05 MRS-SCH-DATE                     PIC 9(8).
           05 MRS-SCH-SITE                     PIC X(2).
      
