               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)

       01  WS-CONTROL.
           05  SHOW-EOF              PIC X.
           05  WS-PICK-SCREEN        PIC 99 VALUE ZERO.
           05  WS-OLD-CAPACITY       PIC 999 VALUE ZERO.
           05  WS-NEW-CAPACITY       PIC 999.
           05  WS-ADA-ALLOT          PIC 9(3).
           05  WS-SCREEN-FOUND       PIC X.
           05  WS-TODAY-NUM          PIC 9(8).

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS CAPACITY RESYNC - SCREEN".
           05  RH-SCREEN             PIC 99.
           05  PIC X(7)  VALUE "  OLD".
           05  RH-OLD                PIC ZZ9.
           05  PIC X(6)  VALUE "  NEW".
           05  RH-NEW                PIC ZZ9.
           05  PIC X(29) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-SHOW-ID            PIC 9(4).
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

