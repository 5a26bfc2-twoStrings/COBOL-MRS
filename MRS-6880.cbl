       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6880.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Rental cancellation conversion, run once. The rental record
      * gained the cancellation places (status, cancel date, the
      * vendor's cancellation fee, and the journal it posted under -
      * see MRS-RENTAL.CPY), which takes it from 63 characters to
      * 89. This program carries a rental file laid down the old way
      * over to the new layout with every rental live and nothing
      * cancelled.
      *
      * With nobody signed on, rename the rental file to its -OLD
      * path (the live name ending .OLD unless the path file says
      * otherwise) and run this program. Each old record is written
      * to the live path under the same key with every field as it
      * was. With no old copy the run does nothing, and a record
      * already on the new file is counted and left alone, so a
      * rerun does no harm. Counts go to the console; delete the old
      * file once they agree.
      *
      * Take a fresh MRS-6800 unload of the rental file straight
      * after the run and refresh the training copies with MRS-1070;
      * a journal replay through MRS-6460 must start on or after the
      * day of the conversion.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-RENTAL-FILE
               ASSIGN TO UT-SYS-RENT-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-RENT-ID
               ALTERNATE KEY IS OLD-RENT-COPY-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The layout as it stood before the cancellation places.
       FD  MRS-OLD-RENTAL-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  OLD-RENTAL-REC.
           05 OLD-RENT-ID                      PIC X(6).
           05 OLD-RENT-COPY-KEY.
              10 OLD-MOVIE-ID                  PIC 9(4).
              10 OLD-COPY-ID                   PIC 99.
           05 OLD-START-DATE                   PIC X(8).
           05 OLD-END-DATE                     PIC X(8).
           05 OLD-SUBTOTAL                     PIC 9(5)V99.
           05 OLD-JOURNAL-NUMBER               PIC X(10).
           05 OLD-READY-TO-SCHEDULE-FLAG       PIC X.
           05 OLD-RETURN-FLAG                  PIC X.
           05 OLD-ORDER-NO                     PIC X(6).
           05 OLD-GL-CONFIRMED-FLAG            PIC X.
           05 OLD-CONFIRM-SENT-DATE            PIC 9(8).
           05 OLD-VENDOR-CONFIRMED-FLAG        PIC X.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-RENT PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.DAT".
         05 UT-SYS-RENT-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.OLD".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-NEW-STATUS PIC XX.
         05 WS-OLD-STATUS PIC XX.
         05 WS-EOF PIC X.
         05 WS-READ-COUNT PIC 9(7).
         05 WS-WRITE-COUNT PIC 9(7).
         05 WS-DUP-COUNT PIC 9(7).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           DISPLAY "MRS-6880 RENTAL CANCELLATION CONVERSION"
           PERFORM 220-RENTALS THRU 220-EXIT
           DISPLAY "MRS-6880 CONVERSION ENDED."
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
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "MRS-RENT-OLD"
                   MOVE CFG-PATH TO UT-SYS-RENT-OLD
           END-EVALUATE.
       170-END.
           EXIT.

      * Rentals: the cancellation places go on the end, every rental
      * live - status blank, no cancel date, fee, or journal.
       220-RENTALS.
           MOVE ZEROS TO WS-READ-COUNT
           MOVE ZEROS TO WS-WRITE-COUNT
           MOVE ZEROS TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-OLD-RENTAL-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "MRS-6880 RENTALS NO OLD FILE - SKIPPED."
               GO TO 220-EXIT
           END-IF
           OPEN I-O MRS-RENTAL-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-RENTAL-FILE
               CLOSE MRS-RENTAL-FILE
               OPEN I-O MRS-RENTAL-FILE
           END-IF
           PERFORM 225-CARRY-RENTAL THRU 225-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-RENTAL-FILE
                 MRS-RENTAL-FILE
           DISPLAY "MRS-6880 RENTALS READ " WS-READ-COUNT
               " CARRIED " WS-WRITE-COUNT
               " ALREADY THERE " WS-DUP-COUNT.
       220-EXIT.
           EXIT.

       225-CARRY-RENTAL.
           READ MRS-OLD-RENTAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 225-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-RENTAL-REC
           MOVE OLD-RENT-ID TO MRS-RENT-ID
           MOVE OLD-MOVIE-ID TO MRS-MOVIE-ID
           MOVE OLD-COPY-ID TO MRS-COPY-ID
           MOVE OLD-START-DATE TO MRS-START-DATE
           MOVE OLD-END-DATE TO MRS-END-DATE
           MOVE OLD-SUBTOTAL TO MRS-SUBTOTAL
           MOVE OLD-JOURNAL-NUMBER TO MRS-JOURNAL-NUMBER
           MOVE OLD-READY-TO-SCHEDULE-FLAG
               TO MRS-READY-TO-SCHEDULE-FLAG
           MOVE OLD-RETURN-FLAG TO MRS-RETURN-FLAG
           MOVE OLD-ORDER-NO TO MRS-ORDER-NO
           MOVE OLD-GL-CONFIRMED-FLAG TO MRS-GL-CONFIRMED-FLAG
           MOVE OLD-CONFIRM-SENT-DATE TO MRS-CONFIRM-SENT-DATE
           MOVE OLD-VENDOR-CONFIRMED-FLAG
               TO MRS-VENDOR-CONFIRMED-FLAG
           MOVE ZEROS TO MRS-CANCEL-DATE
           MOVE ZEROS TO MRS-CANCEL-FEE
           WRITE MRS-RENTAL-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       225-EXIT.
           EXIT.

       end program MRS-6880.
