      * Top members report - the twenty members who bought the most
      * tickets, for the monthly free-pass drawing. Counts are the
      * running totals the box office accumulates on the member
      * record; inactive members are left off the list. Only the
      * entrants who have agreed to hear from the theater go on the
      * notification queue for the promotion call.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MEMBER         PIC X(50)
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-MEM-OPT-IN = "Y"
                           MOVE MRS-MEM-NAME TO MRS-NP-RECIPIENT
                           MOVE MRS-MEM-PHONE TO MRS-NP-PHONE
                           MOVE "MEMBER PROMOTION" TO MRS-NP-REASON
                           MOVE SPACES TO MRS-NP-REL-KEY
                           MOVE MRS-MEM-NO TO MRS-NP-REL-KEY
                           CALL "MRS-6550" USING MRS-NTF-PUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-MEMBER-RPT.
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

