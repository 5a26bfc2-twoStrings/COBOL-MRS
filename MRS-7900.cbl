      * Four console ACCEPTs drive it, occupancy-report style:
      *   movie key (vendor+number, spaces = every movie),
      *   from date, to date (zero = open ended),
      *   threshold percent (zero = the PRICE-FLAG business
      *   parameter in force, or 15 when none has been keyed).
      * Keying one movie and zero dates is the inquiry: that title's
      * full repricing trail.
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
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-PRICE-HIST     PIC X(50)
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1)(1:6) TO WS-MOVIE-PICK
               MOVE MRS-RPQ-PARM(2) TO WS-FROM-DATE
               MOVE MRS-RPQ-PARM(3) TO WS-TO-DATE
               MOVE MRS-RPQ-PARM(4)(1:3) TO WS-THRESHOLD
           ELSE
               ACCEPT WS-MOVIE-PICK
               ACCEPT WS-FROM-DATE
               ACCEPT WS-TO-DATE
               ACCEPT WS-THRESHOLD
           END-IF
           IF WS-TO-DATE = ZEROS
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           IF WS-THRESHOLD = ZEROS
               MOVE "PRICE-FLAG" TO MRS-BPP-NAME
               COMPUTE MRS-BPP-AS-OF =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
               MOVE 15 TO MRS-BPP-VALUE
               CALL "MRS-1760" USING MRS-BPM-PUT
               MOVE MRS-BPP-VALUE TO WS-THRESHOLD
           END-IF

           OPEN OUTPUT MRS-PRICE-HIST-RPT
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

