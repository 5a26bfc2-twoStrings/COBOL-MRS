      *
      * One console ACCEPT drives it: the date to reconcile
      * (YYYYMMDD, zero = today).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-PICK-DATE =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      * (spaces) are bucketed as cash, matching how the window
      * actually handled them.
       250-TALLY-LINE.
      *    An online partner sale never crossed a counter - the
      *    partner holds that money, so no drawer answers for it.
           IF MRS-TSL-TENDER = "O"
               GO TO 250-EXIT
           END-IF
           PERFORM 270-FIND-OPR-SLOT THRU 270-EXIT
      *    Trail lines written before the tax field existed carry
      *    spaces there - they are tax zero, not bad data.
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

