      * with no registry file yet just gets one started; a report
      * whose print file cannot be read registers with zero pages
      * rather than dying - registration must never take the report
      * run down with it. The new registry id is also left in the
      * report request control area, where the request runner
      * (MRS-7070) looks for it.
      *****************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-SPOOL PIC X(50)
           MOVE WS-PAGE-CNT TO MRS-SPL-PAGES
           MOVE UT-SYS-SPOOL-OUT TO MRS-SPL-KEPT-PATH
           MOVE "K" TO MRS-SPL-STATUS
           WRITE MRS-SPOOL-REC
           IF WS-SPL-STATUS = '00'
               MOVE MRS-SPL-ID TO MRS-RPQ-SPOOL-ID
           END-IF.
       500-EXIT.
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
       160-END.
           EXIT.

