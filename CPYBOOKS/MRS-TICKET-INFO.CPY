      * to go to the ticketing system so they can sell tickets to our
      * lovely customers
      * 
      * The seats available are three digits and the screen number
      * two; MRS-6860 carries a file laid down at the old 49
      * characters over once.
      *
      * The record length is 51 characters.
      * 
      * The file is Indexed Sequential 
      * The key field is SCREEN-NUMBER
      *****************************************************************
       FD MRS-TICKET-INFO
           RECORD CONTAINS 51 CHARACTERS.
       01  MRS-TICK-REC.
           05  MRS-TIC-MOVIE-NAME         PIC X(20).
           05  MRS-TIC-SHOW-TIME          PIC 9(20).
           05  MRS-TIC-SEATS-AVALIBLE     PIC 999 VALUE 40.
           05  MRS-TIC-RATING             PIC X(4).
           05  MRS-TIC-SCREEN-NUMBER      PIC 99.
           05  MRS-TIC-SITE               PIC X(2).
