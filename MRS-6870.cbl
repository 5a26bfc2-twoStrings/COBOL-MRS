       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6870.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Showing attribute conversion, run once. The show record and
      * the draft show record each gained the four attribute places
      * (open caption, sensory-friendly, 21 and over, premiere - see
      * MRS-SHOW.CPY), which takes both from 39 characters to 43.
      * This program carries a file laid down the old way over to
      * the new layout with no attribute set; the schedulers mark
      * the special showings afterwards on MRS-3700.
      *
      * With nobody signed on, rename the show and draft files to
      * their -OLD paths (the live name ending .OLD unless the path
      * file says otherwise) and run this program. Each old record
      * is written to the live path under the same key with every
      * field as it was. A file with no old copy is skipped, and a
      * record already on the new file is counted and left alone,
      * so a rerun does no harm. Counts go to the console; delete
      * the old files once they agree.
      *
      * Take a fresh MRS-6800 unload of the show file straight after
      * the run and refresh the training copies with MRS-1070; a
      * journal replay through MRS-6460 must start on or after the
      * day of the conversion.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-SHOW-FILE
               ASSIGN TO UT-SYS-SHOW-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-SHW-ID
               ALTERNATE KEY IS OLD-SHW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS OLD-SHW-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-DRAFT-FILE
               ASSIGN TO UT-SYS-DRAFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-DFT-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-DRAFT-FILE
               ASSIGN TO UT-SYS-DRAFT-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-DFT-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-DRAFT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The layouts as they stood before the attribute places.
       FD  MRS-OLD-SHOW-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  OLD-SHOW-REC.
           05 OLD-SHW-ID                       PIC 9(4).
           05 OLD-SHW-LOOKUP-KEY.
              10 OLD-SHW-SCREEN                PIC 99.
              10 OLD-SHW-DATE                  PIC 9(8).
              10 OLD-SHW-TIME                  PIC X(7).
           05 OLD-SHW-RENTAL-ID                PIC X(7).
           05 OLD-SHW-SEATS                    PIC 999.
           05 OLD-SHW-STATUS                   PIC X.
           05 OLD-SHW-SOLD-AT-CANCEL           PIC 999.
           05 OLD-SHW-ADA-SEATS                PIC 99.
           05 OLD-SHW-SITE                     PIC X(2).

       FD  MRS-OLD-DRAFT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  OLD-DRAFT-REC.
           05 OLD-DFT-ID                       PIC 9(4).
           05 OLD-DFT-LOOKUP.
              10 OLD-DFT-SCREEN                PIC 99.
              10 OLD-DFT-DATE                  PIC 9(8).
              10 OLD-DFT-TIME                  PIC X(7).
           05 OLD-DFT-RENTAL-ID                PIC X(7).
           05 OLD-DFT-SEATS                    PIC 999.
           05 OLD-DFT-STATUS                   PIC X.
           05 OLD-DFT-SOLD-AT-CANCEL           PIC 999.
           05 OLD-DFT-ADA-SEATS                PIC 99.
           05 OLD-DFT-SITE                     PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-SHOW-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.OLD".
         05 UT-SYS-DRAFT PIC X(50)
           VALUE "C:\COBOL\MRS-DRAFT-INDEX.DAT".
         05 UT-SYS-DRAFT-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-DRAFT-INDEX.OLD".
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
         05 WS-FILE-TAG PIC X(14).
         05 WS-READ-COUNT PIC 9(7).
         05 WS-WRITE-COUNT PIC 9(7).
         05 WS-DUP-COUNT PIC 9(7).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           DISPLAY "MRS-6870 SHOWING ATTRIBUTE CONVERSION"
           PERFORM 220-SHOWS THRU 220-EXIT
           PERFORM 230-DRAFTS THRU 230-EXIT
           DISPLAY "MRS-6870 CONVERSION ENDED."
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
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-SHOW-OLD"
                   MOVE CFG-PATH TO UT-SYS-SHOW-OLD
               WHEN "DRAFT"
                   MOVE CFG-PATH TO UT-SYS-DRAFT
               WHEN "DRAFT-OLD"
                   MOVE CFG-PATH TO UT-SYS-DRAFT-OLD
           END-EVALUATE.
       170-END.
           EXIT.

      * Shows: the attribute places go on the end, all blank.
       220-SHOWS.
           MOVE "SHOWS" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-SHOW-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 220-EXIT
           END-IF
           OPEN I-O MRS-SHOW-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-SHOW-FILE
               CLOSE MRS-SHOW-FILE
               OPEN I-O MRS-SHOW-FILE
           END-IF
           PERFORM 225-CARRY-SHOW THRU 225-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-SHOW-FILE
                 MRS-SHOW-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       220-EXIT.
           EXIT.

       225-CARRY-SHOW.
           READ MRS-OLD-SHOW-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 225-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-SHOW-REC
           MOVE OLD-SHW-ID TO MRS-SHOW-ID
           MOVE OLD-SHW-SCREEN TO MRS-SCREEN-NUMBER
           MOVE OLD-SHW-DATE TO MRS-SHOW-DATE
           MOVE OLD-SHW-TIME TO MRS-SHOW-TIME
           MOVE OLD-SHW-RENTAL-ID TO MRS-RENTAL-ID
           MOVE OLD-SHW-SEATS TO MRS-SEATS
           MOVE OLD-SHW-STATUS TO MRS-SHOW-STATUS
           MOVE OLD-SHW-SOLD-AT-CANCEL TO MRS-SOLD-AT-CANCEL
           MOVE OLD-SHW-ADA-SEATS TO MRS-ADA-SEATS
           MOVE OLD-SHW-SITE TO MRS-SHOW-SITE
           WRITE MRS-SHOW-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       225-EXIT.
           EXIT.

      * Draft shows: laid out one for one with the shows.
       230-DRAFTS.
           MOVE "DRAFT SHOWS" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-DRAFT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 230-EXIT
           END-IF
           OPEN I-O MRS-DRAFT-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-DRAFT-FILE
               CLOSE MRS-DRAFT-FILE
               OPEN I-O MRS-DRAFT-FILE
           END-IF
           PERFORM 235-CARRY-DRAFT THRU 235-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-DRAFT-FILE
                 MRS-DRAFT-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       230-EXIT.
           EXIT.

       235-CARRY-DRAFT.
           READ MRS-OLD-DRAFT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 235-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-DRAFT-REC
           MOVE OLD-DFT-ID TO MRS-DFT-ID
           MOVE OLD-DFT-SCREEN TO MRS-DFT-SCREEN
           MOVE OLD-DFT-DATE TO MRS-DFT-DATE
           MOVE OLD-DFT-TIME TO MRS-DFT-TIME
           MOVE OLD-DFT-RENTAL-ID TO MRS-DFT-RENTAL-ID
           MOVE OLD-DFT-SEATS TO MRS-DFT-SEATS
           MOVE OLD-DFT-STATUS TO MRS-DFT-STATUS
           MOVE OLD-DFT-SOLD-AT-CANCEL TO MRS-DFT-SOLD-AT-CANCEL
           MOVE OLD-DFT-ADA-SEATS TO MRS-DFT-ADA-SEATS
           MOVE OLD-DFT-SITE TO MRS-DFT-SITE
           WRITE MRS-DRAFT-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       235-EXIT.
           EXIT.

       900-RESET-COUNTS.
           MOVE ZEROS TO WS-READ-COUNT
           MOVE ZEROS TO WS-WRITE-COUNT
           MOVE ZEROS TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF.
       900-EXIT.
           EXIT.

       910-NO-OLD-FILE.
           DISPLAY "MRS-6870 " WS-FILE-TAG " NO OLD FILE - SKIPPED.".
       910-EXIT.
           EXIT.

       920-SHOW-COUNTS.
           DISPLAY "MRS-6870 " WS-FILE-TAG " READ " WS-READ-COUNT
               " CARRIED " WS-WRITE-COUNT
               " ALREADY THERE " WS-DUP-COUNT.
       920-EXIT.
           EXIT.

       end program MRS-6870.
