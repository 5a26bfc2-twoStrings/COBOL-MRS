       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly over/short report. Totals the over/short ledger for
      * one month (or fiscal period or film week) by operator -
      * days counted, total variance - so a drawer that runs light
      * every Friday stops being folklore.
      *
      * One console ACCEPT drives it: the range (YYYYMM, zero = the
      * current month; or a fiscal period, film week, quarter or
      * year in the forms MRS-5070 reads - PYYYYPP, WYYYYWW, QYYYYQ,
      * FYYYY).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-OVRSHORT       PIC X(50)
       01  WS-CONTROL.
           05  WS-OVS-STATUS         PIC XX.
           05  OVS-EOF               PIC X.
           05  WS-LINE-DATE          PIC 9(8).
           05  WS-I                  PIC 9(3).

       01  WS-OPERATOR-TABLE.
               10  WO-VARIANCE       PIC S9(7)V99.

       01  WS-RPT-HEADER.
           05  PIC X(17) VALUE "MRS OVER/SHORT -".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(43) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(10) VALUE "OPERATOR".
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO MRS-FCL-RANGE
           ELSE
               ACCEPT MRS-FCL-RANGE
           END-IF
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-8620: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING REPORTED."
               GOBACK
           END-IF

           PERFORM 200-TALLY-LEDGER THRU 200-EXIT

           OPEN OUTPUT MRS-OVRSHORT-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-OVRSHORT-LINE FROM WS-RPT-HEADER
           WRITE MRS-OVRSHORT-LINE FROM WS-RPT-COL-HDR
           PERFORM VARYING WS-I FROM 1 BY 1
           CLOSE MRS-OVRSHORT-RPT

           DISPLAY "MRS-8620 OVER/SHORT: " WS-OPR-COUNT
               " OPERATOR(S) FOR " MRS-FCL-LABEL "."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8620" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-OVS-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.
                   AT END
                       MOVE "Y" TO OVS-EOF
                   NOT AT END
                       MOVE MRS-OVS-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE >= MRS-FCL-FROM AND
                          WS-LINE-DATE <= MRS-FCL-TO
                           PERFORM 250-TALLY-LINE THRU 250-EXIT
                       END-IF
               END-READ
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

