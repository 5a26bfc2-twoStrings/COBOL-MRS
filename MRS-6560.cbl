      * does not send it twice. The office still works the notice to
      * contacted/failed on the MRS-8450 screen - "sent to the
      * service" is not "somebody answered".
      *
      * The extract opens with a header line and closes with a
      * trailer line (MRS-6540) - the trailer's hash total is the
      * sum of the notice ids - and goes on the outbound register.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-NOTIFY         PIC X(50)
               GOBACK
           END-IF
           OPEN OUTPUT MRS-NOTIFY-EXPORT
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-6560" TO MRS-OBP-SOURCE
           MOVE "NOTICE" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-NTF-EXP TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-NOTIFY-EXPORT-LINE
           WRITE MRS-NOTIFY-EXPORT-LINE

           PERFORM 200-EXTRACT-QUEUED THRU 200-EXIT

           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-NOTIFY-EXPORT-LINE
           WRITE MRS-NOTIFY-EXPORT-LINE
           CLOSE MRS-NOTIFY-EXPORT
           CLOSE MRS-NOTIFY-FILE
      *    The night driver logs these on the job log.
               INTO MRS-NOTIFY-EXPORT-LINE
           END-STRING
           WRITE MRS-NOTIFY-EXPORT-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WS-ID-X TO MRS-OBP-HASH
           MOVE "S" TO MRS-NTF-STATUS
           REWRITE MRS-NOTIFY-REC
           END-REWRITE
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

