       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
           VALUE "THAT COMBO IS NOT ON FILE".
         05 COMP-NOT-ON-FILE PIC X(40)
           VALUE "A COMPONENT ITEM IS NOT ON THE ITEM FILE".
         05 COMP-NOT-SOLD PIC X(40)
           VALUE "A COMPONENT ITEM IS STOCK ONLY".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "COMBO HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS135".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
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


      * Every non-empty component slot has to name an item that is
      * actually on the item file - a combo built on a typo would
      * blow up the prorating at the register - and one the counter
      * actually sells: a stock-only ingredient or packaging item is
      * never rung.
       270-CHECK-COMPONENTS.
           MOVE "Y" TO WS-COMP-OK
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                       INVALID KEY
                           MOVE "N" TO WS-COMP-OK
                       NOT INVALID KEY
                           IF MRS-CON-STOCK-ONLY = "Y"
                              AND WS-COMP-OK = "Y"
                               MOVE "S" TO WS-COMP-OK
                           END-IF
                   END-READ
                   IF WS-COMP-QTY(WS-C) = ZERO
                       MOVE 1 TO WS-COMP-QTY(WS-C)
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           IF WS-COMP-OK = "S"
               MOVE COMP-NOT-SOLD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           IF WS-COMP-OK = "S"
               MOVE COMP-NOT-SOLD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
           MOVE "MRS-1350" TO MRS-AUD-PROGRAM
           MOVE MRS-CMB-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
