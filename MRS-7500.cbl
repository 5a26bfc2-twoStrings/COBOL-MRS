               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
      * the sequential read position on MRS-SHOW-FILE itself.
       01  WS-SHOW-TABLE.
           05  WS-SHOW-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SHOW-ROW OCCURS 300 TIMES INDEXED BY SHOW-I SHOW-J.
               10  WT-SHOW-ID        PIC 9(4).
               10  WT-SHOW-SITE      PIC X(2).
               10  WT-SHOW-SCREEN    PIC 99.
               10  WT-SHOW-RUNTIME   PIC 9(3).

       01  WS-J-START                PIC 9(3).
       01  WS-SCAN-SCREEN            PIC 9(3).

       01  WS-TIME-CALC.
           05  WS-CALC-HH            PIC 99.
           05  WS-TIME-WORK          PIC 9999.
           05  WS-END-I              PIC 9(4).
           05  WS-END-J              PIC 9(4).
           05  WS-TURNAROUND-MINS    PIC 9(3) VALUE 30.

       01  WS-REPORT-HEADER1.
           05                PIC X(20) VALUE "MRS SCREEN CONFLICT".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    The turnaround allowance in force today comes off the
      *    business parameter file; 30 minutes when none is keyed.
           MOVE "TURNAROUND" TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE WS-TURNAROUND-MINS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-TURNAROUND-MINS
           PERFORM 200-PRINT-HEADERS THRU 200-EXIT
           PERFORM 300-LOAD-SHOWS THRU 300-EXIT
           PERFORM 400-FIND-CONFLICTS THRU 400-EXIT
       300-LOAD-SHOWS.
           PERFORM 320-LOAD-ONE-SCREEN THRU 320-EXIT
               VARYING WS-SCAN-SCREEN FROM 1 BY 1
               UNTIL WS-SCAN-SCREEN > 99.
       300-EXIT.
           EXIT.


       350-STORE-ROW.
           IF MRS-SHOW-DATE = WS-TODAY-NUM
               AND WS-SHOW-COUNT < 300
               ADD 1 TO WS-SHOW-COUNT
               SET SHOW-I TO WS-SHOW-COUNT
               MOVE MRS-SHOW-ID TO WT-SHOW-ID(SHOW-I)
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

