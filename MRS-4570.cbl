       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-4570.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Vendor shipment log - the legs of a rented print's trip to
      * and from the vendor, kept against the rental, so a late-
      * return bill can be answered with our ship date, carrier, and
      * tracking number instead of a shrug. (Moves between our own
      * buildings are MRS-4560's.)
      *
      *   I = inbound   the vendor's ship date, carrier, and
      *                 tracking number off the shipping notice;
      *   A = arrived   the print (or drive) was signed for at our
      *                 dock today;
      *   O = outbound  we shipped it back - ship date (zero =
      *                 today), carrier, and tracking number, all
      *                 required, since this is the leg we get
      *                 billed on;
      *   V = view      both legs of a rental.
      *
      * Keying a leg again overwrites it, so a mistyped tracking
      * number is put right the same way it went in; every change is
      * on the audit log. Called from the copy maintenance screen.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SHIPLOG-FILE
               ASSIGN TO UT-SYS-SHIPLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHIPLOG.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-SHIPLOG PIC X(50)
           VALUE "C:\COBOL\MRS-SHIPLOG-INDEX.DAT".
         05 UT-SYS-MRS-RENT PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-MODE PIC X.
         05 WS-RENT-ID-IN PIC X(6).
         05 WS-SHIP-DATE-IN PIC 9(8).
         05 WS-CARRIER-IN PIC X(15).
         05 WS-TRACKING-IN PIC X(30).
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-SHP-STATUS PIC XX.
         05 WS-LEG PIC X.
         05 WS-LEG-ON-FILE PIC X.
         05 WS-DATE-TEST-RESULT PIC 9(8).
         05 WS-AUD-KEY PIC X(12).

      * The two legs as they stand, for the view.
       01 WS-VIEW-LEGS.
         05 WV-IN-SHIP PIC 9(8).
         05 WV-IN-ARRIVE PIC 9(8).
         05 WV-IN-CARRIER PIC X(15).
         05 WV-IN-TRACKING PIC X(30).
         05 WV-OUT-SHIP PIC 9(8).
         05 WV-OUT-CARRIER PIC X(15).
         05 WV-OUT-TRACKING PIC X(30).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS457".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 SHP-TITLE.
           10 LINE 2 COL 16
             VALUE "MOVIE RENTALS AND SCHEDULING: VENDOR SHIPMENTS".
         05 SHP-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-MODE.
         05 LINE 5 COL 6
           VALUE "MODE (I=INBOUND A=ARRIVED O=OUTBOUND V=VIEW):".
         05 COL 53 PIC X TO WS-MODE REVERSE-VIDEO.

       01 SCR-RENT.
         05 LINE 7 COL 21 VALUE "RENTAL:".
         05 COL 32 PIC X(6) TO WS-RENT-ID-IN REVERSE-VIDEO.

       01 SCR-SHOW-RENT.
         05 LINE 8 COL 23 VALUE "MOVIE:".
         05 COL 32 PIC 9(4) FROM MRS-MOVIE-ID.
         05 LINE 8 COL 40 VALUE "COPY:".
         05 COL 46 PIC 99 FROM MRS-COPY-ID.
         05 LINE 9 COL 23 VALUE "START:".
         05 COL 32 PIC X(8) FROM MRS-START-DATE.
         05 LINE 9 COL 42 VALUE "DUE BACK:".
         05 COL 52 PIC X(8) FROM MRS-END-DATE.

       01 SCR-LEG.
         05 LINE 11 COL 6 VALUE "SHIP DATE (YYYYMMDD, 0=TODAY):".
         05 COL 38 PIC 9(8) USING WS-SHIP-DATE-IN REVERSE-VIDEO.
         05 LINE 12 COL 29 VALUE "CARRIER:".
         05 COL 38 PIC X(15) USING WS-CARRIER-IN REVERSE-VIDEO.
         05 LINE 13 COL 28 VALUE "TRACKING:".
         05 COL 38 PIC X(30) USING WS-TRACKING-IN REVERSE-VIDEO.

       01 SCR-VIEW.
         05 LINE 11 COL 10 VALUE "INBOUND  SHIPPED:".
         05 COL 28 PIC 9(8) FROM WV-IN-SHIP.
         05 COL 38 VALUE "ARRIVED:".
         05 COL 47 PIC 9(8) FROM WV-IN-ARRIVE.
         05 LINE 12 COL 19 VALUE "CARRIER:".
         05 COL 28 PIC X(15) FROM WV-IN-CARRIER.
         05 LINE 13 COL 18 VALUE "TRACKING:".
         05 COL 28 PIC X(30) FROM WV-IN-TRACKING.
         05 LINE 15 COL 10 VALUE "OUTBOUND SHIPPED:".
         05 COL 28 PIC 9(8) FROM WV-OUT-SHIP.
         05 LINE 16 COL 19 VALUE "CARRIER:".
         05 COL 28 PIC X(15) FROM WV-OUT-CARRIER.
         05 LINE 17 COL 18 VALUE "TRACKING:".
         05 COL 28 PIC X(30) FROM WV-OUT-TRACKING.

       01 MSG.
         05 SHP-CONFIRM.
           10 LINE 22 COL 15 VALUE "CONFIRM SHIPMENT:  Y/N".
           10 COL 42 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 RENT-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "NO RENTAL ON FILE UNDER THAT ID".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 LEG-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "BAD SHIP DATE, OR CARRIER/TRACKING MISSING".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 ARRIVED-ALREADY FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "ARRIVAL ALREADY RECORDED ON".
           10 COL 38 PIC 9(8) FROM MRS-SHP-ARRIVE-DATE.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 SHP-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "SHIPMENT RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 VIEW-DONE FOREGROUND-COLOR 2.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 SHP-HELP FOREGROUND-COLOR 3.
           10 LINE 22 COL 10
             VALUE "I/A LOG THE PRINT COMING IN, O SENDING IT BACK.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    The first shipment ever keyed lays the log down.
           OPEN I-O MRS-SHIPLOG-FILE
           IF WS-SHP-STATUS NOT = '00'
               OPEN OUTPUT MRS-SHIPLOG-FILE
               CLOSE MRS-SHIPLOG-FILE
               OPEN I-O MRS-SHIPLOG-FILE
           END-IF
           OPEN INPUT MRS-RENTAL-FILE
           OPEN EXTEND MRS-AUDIT-FILE

           PERFORM 200-ONE-SHIPMENT THRU 200-EXIT
               UNTIL (F3 OR F4)

           CLOSE MRS-SHIPLOG-FILE
                 MRS-RENTAL-FILE
                 MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
           EXIT.

      * Lets the site override compiled-in data file paths without a
      * recompile. Missing config file or missing key just leaves the
      * paths this program was compiled with alone.
       160-LOAD-FILE-CONFIG.
           MOVE 'N' TO WS-CFG-EOF
           OPEN INPUT MRS-FILE-CONFIG-FILE
           IF WS-CFG-STATUS = '00'
               PERFORM UNTIL CFG-EOF
                   READ MRS-FILE-CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-END
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

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "SHIPLOG"
                   MOVE CFG-PATH TO UT-SYS-SHIPLOG
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

      * One mode, one rental. The rental has to be on the live file
      * - a print is logged while its booking is still open.
       200-ONE-SHIPMENT.
           MOVE SPACES TO WS-MODE
           DISPLAY CLEAR
           DISPLAY SCR-MODE
           ACCEPT SCR-MODE
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF WS-MODE NOT = "I" AND WS-MODE NOT = "A" AND
              WS-MODE NOT = "O" AND WS-MODE NOT = "V"
               DISPLAY SHP-HELP
               ACCEPT SHP-HELP
               GO TO 200-EXIT
           END-IF
           MOVE SPACES TO WS-RENT-ID-IN
           DISPLAY SCR-RENT
           ACCEPT SCR-RENT
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           MOVE WS-RENT-ID-IN TO MRS-RENT-ID
           READ MRS-RENTAL-FILE
               INVALID KEY
                   DISPLAY RENT-BAD
                   ACCEPT RENT-BAD
                   GO TO 200-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           DISPLAY SCR-SHOW-RENT
           EVALUATE WS-MODE
               WHEN "I"
                   PERFORM 300-SHIP-LEG THRU 300-EXIT
               WHEN "O"
                   PERFORM 300-SHIP-LEG THRU 300-EXIT
               WHEN "A"
                   PERFORM 400-ARRIVED THRU 400-EXIT
               WHEN "V"
                   PERFORM 500-VIEW THRU 500-EXIT
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * Reads the rental's leg named in WS-LEG into the log record; a
      * leg not yet on file comes back as a fresh record for it.
       250-READ-LEG.
           MOVE WS-RENT-ID-IN TO MRS-SHP-RENT-ID
           MOVE WS-LEG TO MRS-SHP-LEG
           READ MRS-SHIPLOG-FILE
               INVALID KEY
                   MOVE "N" TO WS-LEG-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEG-ON-FILE
           END-READ
           IF WS-LEG-ON-FILE = "N"
               MOVE SPACES TO MRS-SHIPLOG-REC
               MOVE WS-RENT-ID-IN TO MRS-SHP-RENT-ID
               MOVE WS-LEG TO MRS-SHP-LEG
               MOVE ZEROS TO MRS-SHP-SHIP-DATE
               MOVE ZEROS TO MRS-SHP-ARRIVE-DATE
           END-IF
           MOVE MRS-MOVIE-ID TO MRS-SHP-MOVIE-ID
           MOVE MRS-COPY-ID TO MRS-SHP-COPY-NO.
       250-EXIT.
           EXIT.

      * Inbound or outbound shipped. What is already on the leg is
      * offered back for correction. An outbound leg needs its
      * tracking number - it is the proof the return went out.
       300-SHIP-LEG.
           MOVE WS-MODE TO WS-LEG
           PERFORM 250-READ-LEG THRU 250-EXIT
           MOVE MRS-SHP-SHIP-DATE TO WS-SHIP-DATE-IN
           MOVE MRS-SHP-CARRIER TO WS-CARRIER-IN
           MOVE MRS-SHP-TRACKING TO WS-TRACKING-IN
           DISPLAY SCR-LEG
           ACCEPT SCR-LEG
           IF F3 OR F4
               GO TO 300-EXIT
           END-IF
           IF WS-SHIP-DATE-IN = ZEROS
               MOVE WS-TODAY-NUM TO WS-SHIP-DATE-IN
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-SHIP-DATE-IN)
           IF WS-DATE-TEST-RESULT NOT = 0 OR
              WS-SHIP-DATE-IN > WS-TODAY-NUM OR
              WS-CARRIER-IN = SPACES OR
              (WS-MODE = "O" AND WS-TRACKING-IN = SPACES)
               DISPLAY LEG-BAD
               ACCEPT LEG-BAD
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SHP-CONFIRM
           ACCEPT SHP-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE WS-SHIP-DATE-IN TO MRS-SHP-SHIP-DATE
           MOVE WS-CARRIER-IN TO MRS-SHP-CARRIER
           MOVE WS-TRACKING-IN TO MRS-SHP-TRACKING
           IF WS-MODE = "I"
               MOVE "INBND" TO MRS-AUD-ACTION
           ELSE
               MOVE "OUTBND" TO MRS-AUD-ACTION
           END-IF
           PERFORM 600-PUT-LEG THRU 600-EXIT
           DISPLAY SHP-DONE
           ACCEPT SHP-DONE.
       300-EXIT.
           EXIT.

      * The print is at our dock. A print that turns up without its
      * notice having been keyed gets an inbound leg with no ship
      * date - the arrival is what matters for the showing.
       400-ARRIVED.
           MOVE "I" TO WS-LEG
           PERFORM 250-READ-LEG THRU 250-EXIT
           IF MRS-SHP-ARRIVE-DATE NOT = ZEROS
               DISPLAY ARRIVED-ALREADY
               ACCEPT ARRIVED-ALREADY
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SHP-CONFIRM
           ACCEPT SHP-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE WS-TODAY-NUM TO MRS-SHP-ARRIVE-DATE
           MOVE "ARRIVE" TO MRS-AUD-ACTION
           PERFORM 600-PUT-LEG THRU 600-EXIT
           DISPLAY SHP-DONE
           ACCEPT SHP-DONE.
       400-EXIT.
           EXIT.

       500-VIEW.
           INITIALIZE WS-VIEW-LEGS
           MOVE "I" TO WS-LEG
           PERFORM 250-READ-LEG THRU 250-EXIT
           MOVE MRS-SHP-SHIP-DATE TO WV-IN-SHIP
           MOVE MRS-SHP-ARRIVE-DATE TO WV-IN-ARRIVE
           MOVE MRS-SHP-CARRIER TO WV-IN-CARRIER
           MOVE MRS-SHP-TRACKING TO WV-IN-TRACKING
           MOVE "O" TO WS-LEG
           PERFORM 250-READ-LEG THRU 250-EXIT
           MOVE MRS-SHP-SHIP-DATE TO WV-OUT-SHIP
           MOVE MRS-SHP-CARRIER TO WV-OUT-CARRIER
           MOVE MRS-SHP-TRACKING TO WV-OUT-TRACKING
           DISPLAY SCR-VIEW
           DISPLAY VIEW-DONE
           ACCEPT VIEW-DONE.
       500-EXIT.
           EXIT.

       600-PUT-LEG.
           MOVE WS-OPERATOR-ID TO MRS-SHP-OPERATOR
           IF WS-LEG-ON-FILE = "Y"
               REWRITE MRS-SHIPLOG-REC
               END-REWRITE
           ELSE
               WRITE MRS-SHIPLOG-REC
               END-WRITE
           END-IF
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT.
       600-EXIT.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-4570" TO MRS-AUD-PROGRAM
           MOVE SPACES TO WS-AUD-KEY
           MOVE MRS-SHP-KEY TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-4570.
