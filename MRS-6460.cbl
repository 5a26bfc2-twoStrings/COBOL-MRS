               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-RENT-STATUS.

           SELECT MRS-SHOW-FILE
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-SCH-INFO-FILE

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-AFT-JRN        PIC X(50)
           EXIT.

       320-APPLY-RENTAL.
           MOVE MRS-AJ-IMAGE(1:89) TO MRS-RENTAL-REC
           ADD 1 TO WS-APPLIED-CNT
           IF MRS-AJ-ACTION = "D"
               DELETE MRS-RENTAL-FILE
           EXIT.

       330-APPLY-SHOW.
           MOVE MRS-AJ-IMAGE(1:43) TO MRS-SHOW-REC
           ADD 1 TO WS-APPLIED-CNT
           IF MRS-AJ-ACTION = "D"
               DELETE MRS-SHOW-FILE
           EXIT.

       340-APPLY-SCHEDULE.
           MOVE MRS-AJ-IMAGE(1:278) TO MRS-SCH-INFO-REC
           ADD 1 TO WS-APPLIED-CNT
           IF MRS-AJ-ACTION = "D"
               DELETE MRS-SCH-INFO-FILE
           EXIT.

       350-APPLY-VENDOR.
           MOVE MRS-AJ-IMAGE(1:250) TO MRS-VENDOR-REC
           ADD 1 TO WS-APPLIED-CNT
           IF MRS-AJ-ACTION = "D"
               DELETE MRS-VENDOR-FILE
           EXIT.

       360-APPLY-SCREEN.
           MOVE MRS-AJ-IMAGE(1:33) TO MRS-SCREEN-REC
           ADD 1 TO WS-APPLIED-CNT
           IF MRS-AJ-ACTION = "D"
               DELETE MRS-SCREEN-FILE
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

