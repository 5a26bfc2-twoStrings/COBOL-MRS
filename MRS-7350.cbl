      * is on file. Per showing this prints the feature, date, time,
      * and screen, the sold/open seat grid off the seat status
      * record, every open group hold with its name and block size,
      * the accessible pool still protected, and the totals. A
      * showing flagged open caption, sensory-friendly, 21 and over
      * or premiere gets those spelled out under the time line, so
      * the door knows to check ID or bring the lights up.
      *
      * One console ACCEPT drives it: a show id for one manifest on
      * demand, or zero for the whole evening - every live showing
      * dated today - as the batch before doors.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SEAT-MAP-FILE

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-ATRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
           05  MT-HELD               PIC ZZ9.
           05  PIC X(21) VALUE SPACES.

       01  WS-MAN-ATTRS.
           05  PIC X(12) VALUE "ATTRIBUTES: ".
           05  MA-TEXT               PIC X(60).
           05  PIC X(8)  VALUE SPACES.

       01  WS-MAN-GA-NOTE            PIC X(80) VALUE
           "GENERAL ADMISSION ROOM - NO SEAT GRID, COUNTS ONLY.".
       01  WS-MAN-GRID-HDR           PIC X(80) VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1)(1:4) TO WS-PICK-SHOW
           ELSE
               ACCEPT WS-PICK-SHOW
           END-IF

           IF WS-PICK-SHOW NOT = ZEROS
               MOVE WS-PICK-SHOW TO MRS-SHOW-ID
               " PRINTED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-7350" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-SHOW TO MRS-SP-PARMS(1:4)
           MOVE UT-SYS-MANIFEST-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.
           MOVE MRS-SCREEN-NUMBER TO MW-SCREEN
           MOVE MRS-SHOW-SITE TO MW-SITE
           WRITE MRS-MANIFEST-LINE FROM WS-MAN-WHEN
           IF MRS-SHOW-ATTRS NOT = SPACES
               MOVE MRS-SHOW-ATTRS TO MRS-ATP-CODES
               CALL "MRS-3110" USING MRS-ATTR-PUT
               MOVE MRS-ATP-TEXT TO MA-TEXT
               WRITE MRS-MANIFEST-LINE FROM WS-MAN-ATTRS
           END-IF

           PERFORM 350-PRINT-GRID THRU 350-EXIT
           PERFORM 400-PRINT-HOLDS THRU 400-EXIT
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

