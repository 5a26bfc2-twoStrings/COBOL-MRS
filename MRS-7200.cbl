       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SCH        PIC X(50)
           05  OUT-EOF               PIC X.
           05  WS-DARK-LINE.
               10  PIC X(7) VALUE "SCREEN ".
               10  WDL-SCREEN        PIC 99.
               10  PIC X(19) VALUE " OUT OF SERVICE - ".
               10  WDL-REASON        PIC X(20).
               10  PIC X(32) VALUE SPACES.

       01  WS-DATE-CALC.
           05  WS-TODAY-NUM          PIC 9(8).
           05  DL-RATING             PIC X(4).
           05  PIC X      VALUE SPACES.
           05  DL-SHOW-TIME          PIC X(20).
           05  DL-SEATS              PIC ZZ9.

       01  WS-FOOTER-LINE.
           05  PIC X(25) VALUE "TOTAL SCREENS SCHEDULED:".
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

