       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6475.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Transaction store re-layout - carries a store laid down at
      * the old 132-byte length (112-character trail line) over to
      * the 140-byte layout that holds the ticket serial. Rename the
      * old store to the TSLIDX-OLD path, run this once, and every
      * line comes across under the same date/time/sequence key with
      * its serial zero (sold before serials existed). The new store
      * must not exist yet - a line already on it is counted as a
      * duplicate and left alone, so a rerun does no harm.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-OLD-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-TIX-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The store as it stood before the trail line grew.
       FD MRS-OLD-TSLIDX-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 OLD-TSLIDX-REC.
           05 OLD-TIX-KEY                      PIC X(17).
           05 OLD-TIX-LINE                     PIC X(112).
           05 FILLER                           PIC X(3).

       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-TSLIDX-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX-OLD.DAT".
         05 UT-SYS-TSLIDX PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-OLD-STATUS PIC XX.
         05 WS-TIX-STATUS PIC XX.
         05 OLD-EOF PIC X.
         05 WS-CARRIED-CNT PIC 9(7) VALUE ZERO.
         05 WS-DUP-CNT PIC 9(7) VALUE ZERO.
         05 WS-NEW-SERIAL PIC 9(9).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE "N" TO OLD-EOF
           OPEN INPUT MRS-OLD-TSLIDX-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "MRS-6475 RELAYOUT: NO OLD STORE - NOTHING TO "
                   "CARRY OVER."
               GOBACK
           END-IF
           OPEN I-O MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '35'
               OPEN OUTPUT MRS-TSLIDX-FILE
               CLOSE MRS-TSLIDX-FILE
               OPEN I-O MRS-TSLIDX-FILE
           END-IF
           PERFORM UNTIL OLD-EOF = "Y"
               READ MRS-OLD-TSLIDX-FILE
                   AT END
                       MOVE "Y" TO OLD-EOF
                   NOT AT END
                       PERFORM 200-CARRY-LINE THRU 200-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-OLD-TSLIDX-FILE
           CLOSE MRS-TSLIDX-FILE
           DISPLAY "MRS-6475 RELAYOUT: " WS-CARRIED-CNT
               " LINE(S) CARRIED OVER, " WS-DUP-CNT
               " ALREADY ON THE NEW STORE."
           GOBACK.
       100-EXIT.
           EXIT.

      * The old line is the first 112 characters of the new one;
      * behind it come the serial (positions 110-118 of the trail
      * line, after the blank at 109) and two blanks.
       200-CARRY-LINE.
           MOVE SPACES TO MRS-TSLIDX-REC
           MOVE OLD-TIX-KEY TO MRS-TIX-KEY
           MOVE OLD-TIX-LINE TO MRS-TIX-LINE
           MOVE ZEROS TO WS-NEW-SERIAL
           MOVE WS-NEW-SERIAL TO MRS-TIX-LINE(110:9)
           WRITE MRS-TSLIDX-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-CARRIED-CNT
           END-WRITE.
       200-EXIT.
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
               WHEN "TSLIDX-OLD"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX-OLD
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6475.
