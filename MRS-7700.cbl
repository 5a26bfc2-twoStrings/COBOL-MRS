      * The date range is taken from the operator (or the night-run
      * JCL) on standard input as two YYYYMMDD values; all zeros for
      * either end leaves that end open.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
           05  SRT-DATE              PIC 9(8).
           05  SRT-TIME              PIC X(7).
           05  SRT-RENTAL-ID         PIC X(7).
           05  SRT-SEATS-LEFT        PIC 999.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-FROM-DATE
               MOVE MRS-RPQ-PARM(2) TO WS-TO-DATE
           ELSE
               ACCEPT WS-FROM-DATE
               ACCEPT WS-TO-DATE
           END-IF
           IF WS-TO-DATE = ZEROS
               MOVE 99999999 TO WS-TO-DATE
           END-IF
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

