      *
      * Two console ACCEPTs drive it: from and to dates (YYYYMMDD);
      * a zero from-date runs the seven days ending today.
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

           SELECT MRS-SCREEN-FILE

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
           05  WS-DARK-DAY           PIC X.

      * The house operating day: doors at noon, last reel out by
      * midnight - 720 open minutes, unless the HOUSE-DAY business
      * parameter in force at the end of the range says otherwise.
      * The turnaround allowance stands in when a feature's runtime
      * was never captured.
       01  WS-HOUSE.
           05  WS-OPEN-MINS          PIC 9(4) VALUE 720.
           05  WS-GAP-MINS           PIC 9(4) VALUE 180.
           05  WS-END-INT            PIC 9(8).
           05  WS-CUR-DATE           PIC 9(8).
           05  WS-I                  PIC 9(3).
           05  WS-S                  PIC 9(3).
           05  WS-PCT                PIC 9(3).
           05  WS-MINS               PIC 9(4).

      * One slot per screen number (1-99).
       01  WS-SCREEN-TABLE.
           05  WS-SCR-SLOT OCCURS 99 TIMES.
               10  WC-USED           PIC X.
               10  WC-SITE           PIC X(2).
               10  WC-OPEN-MINS      PIC 9(7).
       01  WS-OUTAGE-TABLE.
           05  WS-OUT-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-OUT-SLOT OCCURS 50 TIMES.
               10  WU-SCREEN         PIC 99.
               10  WU-FROM           PIC 9(8).
               10  WU-TO             PIC 9(8).

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-FROM-DATE
               MOVE MRS-RPQ-PARM(2) TO WS-TO-DATE
           ELSE
               ACCEPT WS-FROM-DATE
               ACCEPT WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = ZEROS
               MOVE WS-TODAY-NUM TO WS-TO-DATE
               COMPUTE WS-DATE-INT =
           IF WS-TO-DATE = ZEROS
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           MOVE "HOUSE-DAY" TO MRS-BPP-NAME
           MOVE WS-TO-DATE TO MRS-BPP-AS-OF
           MOVE WS-OPEN-MINS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-OPEN-MINS

           PERFORM 150-LOAD-SCREENS THRU 150-EXIT
           PERFORM 180-LOAD-OUTAGES THRU 180-EXIT
               " TO " WS-TO-DATE " REPORTED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-7750" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-FROM-DATE TO MRS-SP-PARMS(1:8)
           MOVE WS-TO-DATE TO MRS-SP-PARMS(10:8)
           MOVE UT-SYS-UTIL-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.
           EXIT.

       250-OPEN-ONE-DAY.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               IF WC-USED(WS-S) = "Y"
                   PERFORM 270-CHECK-OUTAGE THRU 270-EXIT
                   IF WS-DARK-DAY = "N"
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SCREEN-NUMBER >= 1 AND
                          MRS-SCREEN-NUMBER <= 99
                           PERFORM 350-BOOK-ONE THRU 350-EXIT
                       END-IF
               END-READ
           MOVE WS-TO-DATE TO RH-TO
           WRITE MRS-UTIL-LINE FROM WS-RPT-HEADER
           WRITE MRS-UTIL-LINE FROM WS-RPT-COL-HDR
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               IF WC-USED(WS-S) = "Y"
                   MOVE WS-S TO RD-SCREEN
                   MOVE WC-SITE(WS-S) TO RD-SITE
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

