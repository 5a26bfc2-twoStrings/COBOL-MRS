      * inactive, so nothing imported can rent or schedule until the
      * office walks the approval screen (MRS-2450) and activates or
      * rejects it. Rejected lines go on the import report with the
      * reason instead of half-loading, and onto the common inbound
      * quarantine file as they were read.
      *
      * A drop already on the inbound registry (MRS-6545) - left in
      * place from last month, or sent twice - is not read again
      * unless a supervisor forces it.
      *****************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CATALOG        PIC X(50)
               MOVE WF-MOVIE TO RD-MOVIE
               MOVE WF-NAME TO RD-NAME
               WRITE MRS-IMPORT-LINE FROM WS-RPT-DETAIL
               MOVE "Q" TO MRS-IBP-FUNCTION
               MOVE RD-REASON TO MRS-IBP-REASON
               MOVE MRS-CATALOG-LINE TO MRS-IBP-LINE
               CALL "MRS-6545" USING MRS-IB-PUT
           END-IF.
       250-EXIT.
           EXIT.
       400-EXIT.
           EXIT.

      * Opens the files. No catalog drop on disk is an empty run,
      * and so is one already taken in.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-6300" TO MRS-IBP-SOURCE
           MOVE UT-SYS-CATALOG TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-6300 CATALOG DROP REFUSED - ALREADY"
                   " IMPORTED."
           ELSE
               OPEN INPUT MRS-CATALOG-FILE
           END-IF
           OPEN I-O MRS-MOVIE-FILE
           OPEN INPUT MRS-VENDOR-FILE
           OPEN OUTPUT MRS-IMPORT-RPT.
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

