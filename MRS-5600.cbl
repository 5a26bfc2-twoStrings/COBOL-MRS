      *
      * plus a printed control copy of every line so the office can
      * eyeball what went out. The export files land beside each
      * other as MRS-GROSS-Vnn.DAT, nn being the vendor number. Each
      * opens with a header line and closes with a trailer line
      * whose hash total is the file's gross (MRS-6540); each vendor
      * has its own run of sequence numbers, and every file goes on
      * the outbound register.
      *
      * Console ACCEPTs drive it: week-from and week-to dates
      * (YYYYMMDD), or in place of the from-date a film week or
      * fiscal period in the forms MRS-5070 reads (WYYYYWW, PYYYYPP
      * and the rest), in which case no to-date is asked for. A
      * blank or zero from-date runs the last Friday-to-Thursday
      * film week to have ended - the week the distributors
      * certify.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SHOW-HIST-FILE
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
           05  WS-SHOW-FOUND         PIC X.

       01  WS-RANGE.
           05  WS-FIRST-PARM         PIC X(8).
           05  WS-FROM-DATE          PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TODAY-NUM          PIC 9(8).
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           ACCEPT WS-FIRST-PARM
           IF WS-FIRST-PARM = SPACES OR WS-FIRST-PARM = "0" OR
              WS-FIRST-PARM = ZEROS
               MOVE "W" TO WS-FIRST-PARM
           END-IF
      *    A date keyed first is the from-date of a plain date range;
      *    anything else is a film week or fiscal range to look up.
           IF WS-FIRST-PARM(1:1) IS NUMERIC
               MOVE WS-FIRST-PARM TO WS-FROM-DATE
               ACCEPT WS-TO-DATE
               IF WS-TO-DATE = ZEROS
                   MOVE WS-TODAY-NUM TO WS-TO-DATE
               END-IF
           ELSE
               MOVE WS-FIRST-PARM TO MRS-FCL-RANGE
               CALL "MRS-5070" USING MRS-FCL-PUT
               IF MRS-FCL-ANSWER NOT = "Y"
                   DISPLAY "MRS-5600: RANGE " WS-FIRST-PARM
                       " NOT ON THE CALENDAR - NOTHING EXPORTED."
                   PERFORM 910-CLOSE-FILES THRU 910-EXIT
                   GOBACK
               END-IF
               MOVE MRS-FCL-FROM TO WS-FROM-DATE
               MOVE MRS-FCL-TO TO WS-TO-DATE
           END-IF

           PERFORM 200-TALLY-WEEK THRU 200-EXIT
           PERFORM 750-EXPORT-ONE-TITLE THRU 750-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TITLE-COUNT
           IF WS-VENDOR-OPEN = "Y"
               PERFORM 790-CLOSE-VENDOR-FILE THRU 790-EXIT
           END-IF
           CLOSE MRS-GROSS-RPT.
       700-EXIT.
           SET TTL-I TO WS-I
           IF WT-MOVIE-KEY(TTL-I)(1:2) NOT = WS-CUR-VENDOR
               IF WS-VENDOR-OPEN = "Y"
                   PERFORM 790-CLOSE-VENDOR-FILE THRU 790-EXIT
               END-IF
               MOVE WT-MOVIE-KEY(TTL-I)(1:2) TO WS-CUR-VENDOR
               MOVE WS-GROSS-EXP-BASE TO UT-SYS-GROSS-EXP
               OPEN OUTPUT MRS-GROSS-EXPORT
               MOVE "Y" TO WS-VENDOR-OPEN
               ADD 1 TO WS-VENDOR-CNT
               MOVE "H" TO MRS-OBP-FUNCTION
               MOVE "MRS-5600" TO MRS-OBP-SOURCE
               MOVE "GROS" TO MRS-OBP-FILE-CODE
               MOVE WS-CUR-VENDOR TO MRS-OBP-FILE-CODE(5:2)
               MOVE SPACES TO MRS-OBP-SITE
               MOVE UT-SYS-GROSS-EXP TO MRS-OBP-PATH
               CALL "MRS-6540" USING MRS-OB-PUT
               MOVE MRS-OBP-LINE TO MRS-GROSS-EXPORT-LINE
               WRITE MRS-GROSS-EXPORT-LINE
           END-IF
           MOVE WT-ADMITS(TTL-I) TO WB-ADMITS
           MOVE WT-GROSS(TTL-I) TO WB-GROSS
               INTO MRS-GROSS-EXPORT-LINE
           END-STRING
           WRITE MRS-GROSS-EXPORT-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WT-GROSS(TTL-I) TO MRS-OBP-HASH
           ADD 1 TO WS-EXPORT-CNT

           MOVE WS-CUR-VENDOR TO RD-VENDOR
       780-EXIT.
           EXIT.

      * The vendor's trailer line goes down and the file goes on the
      * outbound register before it is closed.
       790-CLOSE-VENDOR-FILE.
           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-GROSS-EXPORT-LINE
           WRITE MRS-GROSS-EXPORT-LINE
           CLOSE MRS-GROSS-EXPORT.
       790-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
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

