               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       01 WS-GATE-ENTER PIC X.
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WORKING-VARIABLES.
           05  WV-SCR-NUM            PIC 99.
           05  WV-MOVIE-ID           PIC X(4).
           05  WV-SHOW-TIMES.
               10  SHOW-1            PIC 9999.
           05 WI-MOVIE-NAME          PIC X(20).
                   05 WI-MOVIE-VENDOR        PIC X(15).
           05 WI-SHOW-TIME           PIC X(20).
           05 WI-SEATS               PIC 999.
           05 WI-RATING              PIC X(4).
                   05 WI-DESCRIPTION         PIC X(200).
           05 WI-SCREEN-NUMBER       PIC 99.
           05 WI-SCH-DATE            PIC 9(8).

       01  WORKING-TICKET.
           05  WT-MOVIE-NAME         PIC X(20).
           05  WT-SHOW-TIME          PIC 9(20).
           05  WT-SEATS-AVALIBLE     PIC 999 VALUE 40.
           05  WT-RATING             PIC X(4).
           05  WT-SCREEN-NUMBER      PIC 99.

       01  WS-FILENAMES.
      * File path(s)
            05  UT-SYS-MRS-SCH       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
                                            FOREGROUND-COLOR 7.
           05  MV-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS320".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               
           05  CHECK-ID.
               10  LINE 6 COL 17 VALUE "SCREEN NUMBER:".
               10  LINE 6 COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
               10  LINE 7 COL 17 VALUE "OPERATOR ID:".
               10  LINE 7 COL 32 PIC X(8) FROM WS-OPERATOR-ID.
               10  LINE 8 COL 20 VALUE "MOVIE ID:".
               10  LINE 6 COL 32 PIC 9999 FROM WI-MOVIE-ID.
               10  LINE 7 COL 32  PIC X(15) FROM WI-MOVIE-NAME.
               10  LINE 8 COL 32  PIC 9  FROM WI-MOVIE-VENDOR.
               10  LINE 9 COL 32  PIC 99 FROM WI-SCREEN-NUMBER.
               10  LINE 10 COL 32  PIC 9999 FROM SHOW-1. 
               10  LINE 11 COL 32  PIC 999 FROM WI-SEATS.
               10  LINE 12 COL 32 PIC X(4) FROM WI-RATING.
               10  LINE 13 COL 32 PIC X(40) FROM WV-DES-1.
               10  LINE 14 COL 32 PIC X(40) FROM WV-DES-2.
           MOVE "DELETE" TO MRS-AUD-ACTION
           MOVE WI-MOVIE-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       470-EXIT.
           EXIT.
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

