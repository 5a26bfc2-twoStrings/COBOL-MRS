       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
       01 WS-FILTER.
         05 WS-FROM-DATE PIC 9(8).
         05 WS-TO-DATE PIC 9(8).
         05 WS-F-SCREEN PIC 99.
         05 WS-F-SITE PIC X(2).
         05 WS-F-RENT-ID PIC X(7).
         05 WS-F-TITLE PIC X(20).
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS835".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 6 COL 9 VALUE "TO DATE (YYYYMMDD, 0 = ALL):".
         05 COL 38 PIC 9(8) TO WS-TO-DATE REVERSE-VIDEO.
         05 LINE 7 COL 20 VALUE "SCREEN (0 = ALL):".
         05 COL 38 PIC 99 TO WS-F-SCREEN REVERSE-VIDEO.
         05 LINE 8 COL 17 VALUE "SITE (BLANK = ALL):".
         05 COL 38 PIC X(2) TO WS-F-SITE REVERSE-VIDEO.
         05 LINE 9 COL 12 VALUE "RENTAL ID (BLANK = ALL):".
               END-PERFORM
               CLOSE MRS-FILE-CONFIG-FILE
           END-IF.
      *    A training session works on the training copy of every
      *    file, never the live ones.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF WS-FILENAMES TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT WS-FILENAMES
           END-IF.
       160-END.
           EXIT.

