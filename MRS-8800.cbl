      * month, live file plus the archive so history past MRS-6100's
      * purge still counts), and the variance, flagged when the
      * month ran over.
      *
      * One console ACCEPT narrows it: blank (or zero) lists every
      * budgeted month as always; a range in the forms MRS-5070
      * reads - YYYYMM, PYYYYPP fiscal period, WYYYYWW film week,
      * QYYYYQ, FYYYY - lists only the budget months the range
      * touches. A month the range only partly covers is measured
      * on that part alone: the cap is prorated by the month's days
      * inside the range, and only rentals starting on those days
      * count as actual.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-RENTAL-ARCHIVE-FILE
               ASSIGN TO UT-SYS-MRS-ARCH
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-BUDGET         PIC X(50)
           05  BGT-EOF               PIC X.
           05  RENT-EOF              PIC X.
           05  ARCH-EOF              PIC X.
           05  WS-RENT-DATE          PIC 9(8).
           05  WS-BUDGET             PIC 9(7)V99.
           05  WS-ACTUAL             PIC S9(7)V99.
           05  WS-VARIANCE           PIC S9(7)V99.
           05  WS-MONTH-CNT          PIC 9(3) VALUE ZERO.

      * The part of a budget month the report measures: the whole
      * month, or only its days inside the range asked for.
       01  WS-SPAN.
           05  WS-RANGE-ON           PIC X.
           05  WS-MONTH-FIRST        PIC 9(8).
           05  WS-MONTH-LAST         PIC 9(8).
           05  WS-SPAN-FROM          PIC 9(8).
           05  WS-SPAN-TO            PIC 9(8).
           05  WS-NEXT-FIRST         PIC 9(8).
           05  WS-MONTH-DAYS         PIC 99.
           05  WS-SPAN-DAYS          PIC 99.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS RENTAL BUDGET VS ACTUAL -".
           05  RH-MONTH              PIC Z9.
           05  RH-YEAR               PIC 9999.
           05  PIC X(43) VALUE SPACES.

       01  WS-RPT-RANGE.
           05  PIC X(7)  VALUE "RANGE: ".
           05  RR-LABEL              PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RR-FROM               PIC 9(8).
           05  PIC X(3)  VALUE " - ".
           05  RR-TO                 PIC 9(8).
           05  PIC X(33) VALUE "  BUDGET PRORATED BY DAYS".

       01  WS-RPT-COL-HDR.
           05  PIC X(8)  VALUE "MONTH".
           05  PIC X(15) VALUE "BUDGET".
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
           MOVE "N" TO WS-RANGE-ON
           IF MRS-FCL-RANGE NOT = SPACES AND
              MRS-FCL-RANGE NOT = "0" AND
              MRS-FCL-RANGE(1:6) NOT = ZEROS
               CALL "MRS-5070" USING MRS-FCL-PUT
               IF MRS-FCL-ANSWER NOT = "Y"
                   DISPLAY "MRS-8800: RANGE " MRS-FCL-RANGE
                       " NOT ON THE CALENDAR - NOTHING REPORTED."
                   GOBACK
               END-IF
               MOVE "Y" TO WS-RANGE-ON
           END-IF

           OPEN INPUT MRS-RENTAL-FILE
           OPEN OUTPUT MRS-BUDGET-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-BUDGET-LINE FROM WS-RPT-HEADER
           IF WS-RANGE-ON = "Y"
               MOVE MRS-FCL-LABEL TO RR-LABEL
               MOVE MRS-FCL-FROM TO RR-FROM
               MOVE MRS-FCL-TO TO RR-TO
               WRITE MRS-BUDGET-LINE FROM WS-RPT-RANGE
           END-IF
           WRITE MRS-BUDGET-LINE FROM WS-RPT-COL-HDR

           PERFORM 200-WALK-BUDGET THRU 200-EXIT
      *    the office can find and reprint it later.
           MOVE "MRS-8800" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           IF WS-RANGE-ON = "Y"
               MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           END-IF
           MOVE UT-SYS-BUDGET-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
           EXIT.

       250-REPORT-ONE-MONTH.
           PERFORM 270-MEASURE-SPAN THRU 270-EXIT
           IF WS-SPAN-FROM > WS-SPAN-TO
               GO TO 250-EXIT
           END-IF
           PERFORM 300-SUM-MONTH-ACTUAL THRU 300-EXIT
           COMPUTE WS-VARIANCE = WS-BUDGET - WS-ACTUAL
           ADD 1 TO WS-MONTH-CNT
           MOVE MRS-BGT-YM TO RD-YM
           MOVE WS-BUDGET TO RD-BUDGET
           MOVE WS-ACTUAL TO RD-ACTUAL
           MOVE WS-VARIANCE TO RD-VARIANCE
           IF WS-VARIANCE < ZERO
       250-EXIT.
           EXIT.

      * The budget line's month, cut down to the range when one was
      * asked for. A month outside the range comes back with its
      * from-day past its to-day; one partly inside gets its cap
      * prorated by the days it keeps.
       270-MEASURE-SPAN.
           COMPUTE WS-MONTH-FIRST = (MRS-BGT-YM * 100) + 1
           IF MRS-BGT-YM(5:2) = "12"
               COMPUTE WS-NEXT-FIRST = ((MRS-BGT-YM / 100) + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
           END-IF
           COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1)
           MOVE WS-MONTH-FIRST TO WS-SPAN-FROM
           MOVE WS-MONTH-LAST TO WS-SPAN-TO
           MOVE MRS-BGT-AMOUNT TO WS-BUDGET
           IF WS-RANGE-ON NOT = "Y"
               GO TO 270-EXIT
           END-IF
           IF MRS-FCL-FROM > WS-SPAN-FROM
               MOVE MRS-FCL-FROM TO WS-SPAN-FROM
           END-IF
           IF MRS-FCL-TO < WS-SPAN-TO
               MOVE MRS-FCL-TO TO WS-SPAN-TO
           END-IF
           IF WS-SPAN-FROM > WS-SPAN-TO
               GO TO 270-EXIT
           END-IF
           COMPUTE WS-MONTH-DAYS = FUNCTION INTEGER-OF-DATE
               (WS-MONTH-LAST) - FUNCTION INTEGER-OF-DATE
               (WS-MONTH-FIRST) + 1
           COMPUTE WS-SPAN-DAYS = FUNCTION INTEGER-OF-DATE
               (WS-SPAN-TO) - FUNCTION INTEGER-OF-DATE
               (WS-SPAN-FROM) + 1
           IF WS-SPAN-DAYS < WS-MONTH-DAYS
               COMPUTE WS-BUDGET ROUNDED =
                   MRS-BGT-AMOUNT * WS-SPAN-DAYS / WS-MONTH-DAYS
           END-IF.
       270-EXIT.
           EXIT.

      * Actual spend for the budget line's month: rentals (live and
      * archived) whose window starts in that month - or, under a
      * range, on the month's days inside it.
       300-SUM-MONTH-ACTUAL.
           MOVE ZEROS TO WS-ACTUAL
           MOVE "N" TO RENT-EOF
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       MOVE MRS-START-DATE TO WS-RENT-DATE
                       IF WS-RENT-DATE >= WS-SPAN-FROM AND
                          WS-RENT-DATE <= WS-SPAN-TO
                           ADD MRS-SUBTOTAL TO WS-ACTUAL
                       END-IF
               END-READ
                   AT END
                       MOVE "Y" TO ARCH-EOF
                   NOT AT END
                       MOVE MRS-ARCH-START-DATE TO WS-RENT-DATE
                       IF WS-RENT-DATE >= WS-SPAN-FROM AND
                          WS-RENT-DATE <= WS-SPAN-TO
                           ADD MRS-ARCH-SUBTOTAL TO WS-ACTUAL
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

