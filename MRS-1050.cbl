       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-PERMIT PIC X(50)
           VALUE "C:\COBOL\MRS-PERMIT-INDEX.DAT".
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

