       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
           END-IF
           MOVE "01" TO WS-LINE-SITE
           IF WS-SCR-STATUS = '00'
      *        Lines from before two-digit screens carry a blank
      *        tens digit.
               IF MRS-TSL-SCREEN(1:1) = SPACE
                   MOVE "0" TO MRS-TSL-SCREEN(1:1)
               END-IF
               MOVE MRS-TSL-SCREEN TO MRS-SCR-NUMBER
               READ MRS-SCREEN-FILE
                   INVALID KEY
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

