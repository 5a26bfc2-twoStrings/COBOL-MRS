       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WORKING-VARIABLES.
           05  WV-SCR-NUM            PIC 99.
           05  WV-SHOW-TIMES.
               10  WV-SHOW-1.
                   15  SHOW-1-HOUR   PIC 99.
               10  WC-SHOW-3         PIC 9(4).
               10  WC-SHOW-4         PIC 9(4).
               10  WC-SHOW-5         PIC 9(4).
           05  WC-SEATS              PIC 999.
           05  WC-RATING             PIC XXXX.
           05  WC-DESC               PIC X(200).
           05  WC-NEW-SCREEN         PIC 99.
           05 WI-MOVIE-NAME          PIC X(20).
                   05 WI-MOVIE-VENDOR        PIC X(15).
           05 WI-SHOW-TIME           PIC X(20).
           05 WI-SEATS               PIC 999.
           05 WI-RATING              PIC X(4).
                   05 WI-DESCRIPTION         PIC X(200).
           05 WI-SCREEN-NUMBER       PIC 99.
       

       01  WS-FILENAMES.
      * File path(s)
           05  UT-SYS-MRS-SCH         PIC X(50)
                                   VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
                                            FOREGROUND-COLOR 7.
           05  MV-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS340".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               
           05  CHECK-ID.
               10  LINE 6 COL 17 VALUE "SCREEN NUMBER:".
               10  LINE 6 COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.

           05 SCH-FUNCTION.
             10  LINE 25   COL 1  VALUE "F1 = HELP     F3 = END     ".
               10  LINE 6 COL 32 PIC 9999 FROM WI-MOVIE-ID.
               10  LINE 7 COL 32  PIC X(20) FROM WI-MOVIE-NAME.
               10  LINE 8 COL 32  PIC X(15) FROM WI-MOVIE-VENDOR.
               10  LINE 9 COL 32  PIC 99 FROM WI-SCREEN-NUMBER.
               10  LINE 10 COL 32 PIC 99 FROM SHOW-1-HOUR.
               10          COL 34 PIC X VALUE ":".
               10          COL 35 PIC 99 FROM SHOW-1-MIN.
               10  LINE 14 COL 32 PIC 99 FROM SHOW-5-HOUR.
               10          COL 34 PIC X VALUE ":".
               10          COL 35 PIC 99 FROM SHOW-5-MIN.
               10  LINE 15 COL 32 PIC 999 FROM WI-SEATS.
               10  LINE 16 COL 32 PIC X(4) FROM WI-RATING.
               10  LINE 17 COL 32 PIC X(40) FROM WV-DES-1.
               10  LINE 18 COL 32 PIC X(40) FROM WV-DES-2.
               END-PERFORM
               CLOSE MRS-FILE-CONFIG-FILE
           END-IF.
      *    A training session works on the training copy of every
      *    file, never the live ones.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF WS-FILENAMES TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT WS-FILENAMES
           END-IF.
       160-EXIT.
           EXIT.

