       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-4180.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Print format checker - the one place a showing's prints are
      * measured against what its auditorium can project. Called
      * with the showing's title and screen; reads the room's format
      * off the screen master and walks the active copies of the
      * feature on the copy master. Only copies in the room's
      * building count (a copy never assigned a site counts
      * anywhere; one in transit counts nowhere yet), so a transfer
      * that takes the only print the room can run across town
      * shows up here the next time the showing is asked about.
      *
      * What a room can run:
      *   35mm print ("35M")  - a film booth ("F") only
      *   3D package ("3D ")  - a 3D room ("3") only
      *   2D package ("DCP") and blu-ray ("BLU") - any room
      * A room with no format on the master is taken to run
      * anything - the check cannot be stricter than the data. A
      * site with no copy file on disk gets a blank answer and the
      * callers say nothing.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-SCR-STATUS.

           SELECT MRS-COPY-FILE
               ASSIGN TO UT-SYS-COPYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CPY-KEY
               FILE STATUS IS WS-CPYF-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-COPY.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-MRS-SCREEN PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-COPYFILE PIC X(50)
           VALUE "C:\COBOL\MRS-COPY-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-SCR-STATUS PIC XX.
         05 WS-CPYF-STATUS PIC XX.
         05 WS-CPYF-EOF PIC X.
         05 WS-SCR-FOUND PIC X.
         05 WS-SCR-SITE PIC X(2).
         05 WS-MOVIE-ID PIC 9(4).
         05 WS-ANY-COPY PIC X.
         05 WS-AT-SITE PIC X.
         05 WS-RUNNABLE PIC X.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".

       PROCEDURE DIVISION USING MRS-FMT-CHECK.
       100-MAIN.
           MOVE SPACE TO MRS-FC-ANSWER
           MOVE SPACES TO MRS-FC-PRINT-FMT
           MOVE SPACE TO MRS-FC-SCR-FMT
           IF MRS-FC-RENTAL-ID(3:4) NOT NUMERIC
               GOBACK
           END-IF
           MOVE MRS-FC-RENTAL-ID(3:4) TO WS-MOVIE-ID
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           PERFORM 200-READ-SCREEN THRU 200-EXIT
           IF WS-SCR-FOUND NOT = "Y"
               GOBACK
           END-IF
           OPEN INPUT MRS-COPY-FILE
           IF WS-CPYF-STATUS NOT = '00'
               GOBACK
           END-IF
           MOVE "N" TO WS-ANY-COPY
           MOVE "N" TO WS-AT-SITE
           MOVE "N" TO WS-RUNNABLE
           MOVE "N" TO WS-CPYF-EOF
           MOVE WS-MOVIE-ID TO MRS-CPY-MOVIE-ID
           MOVE ZEROS TO MRS-CPY-COPY-NO
           START MRS-COPY-FILE KEY IS NOT LESS THAN MRS-CPY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CPYF-EOF
           END-START
           PERFORM UNTIL WS-CPYF-EOF = "Y"
               READ MRS-COPY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CPYF-EOF
                   NOT AT END
                       IF MRS-CPY-MOVIE-ID NOT = WS-MOVIE-ID
                           MOVE "Y" TO WS-CPYF-EOF
                       ELSE
                           PERFORM 300-TEST-ONE-COPY THRU 300-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-COPY-FILE
           EVALUATE TRUE
               WHEN WS-RUNNABLE = "Y"
                   MOVE "Y" TO MRS-FC-ANSWER
               WHEN WS-AT-SITE = "Y"
                   MOVE "N" TO MRS-FC-ANSWER
               WHEN WS-ANY-COPY = "Y"
                   MOVE "S" TO MRS-FC-ANSWER
           END-EVALUATE
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
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "COPYFILE"
                   MOVE CFG-PATH TO UT-SYS-COPYFILE
           END-EVALUATE.
       170-END.
           EXIT.

      * The room's format and building. A screen not on the master
      * (or no screen file) leaves WS-SCR-FOUND "N" and the caller
      * gets no answer.
       200-READ-SCREEN.
           MOVE "N" TO WS-SCR-FOUND
           OPEN INPUT MRS-SCREEN-FILE
           IF WS-SCR-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE MRS-FC-SCREEN TO MRS-SCR-NUMBER
           READ MRS-SCREEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCR-FOUND
                   MOVE MRS-SCR-FORMAT TO MRS-FC-SCR-FMT
                   MOVE MRS-SCR-SITE TO WS-SCR-SITE
           END-READ
           CLOSE MRS-SCREEN-FILE.
       200-EXIT.
           EXIT.

      * One copy of the feature. Retired copies do not count at all;
      * an active one counts toward the building when it sits there
      * (or was never given a site, or the room has none), and
      * settles the question when the room can project it.
       300-TEST-ONE-COPY.
           IF MRS-CPY-STATUS NOT = "A"
               GO TO 300-EXIT
           END-IF
           MOVE "Y" TO WS-ANY-COPY
           IF MRS-CPY-SITE = "IT"
               GO TO 300-EXIT
           END-IF
           IF MRS-CPY-SITE NOT = SPACES AND
              WS-SCR-SITE NOT = SPACES AND
              MRS-CPY-SITE NOT = WS-SCR-SITE
               GO TO 300-EXIT
           END-IF
           MOVE "Y" TO WS-AT-SITE
           EVALUATE MRS-CPY-FORMAT
               WHEN "35M"
                   IF MRS-FC-SCR-FMT = "F" OR MRS-FC-SCR-FMT = SPACE
                       MOVE "Y" TO WS-RUNNABLE
                   END-IF
               WHEN "3D "
                   IF MRS-FC-SCR-FMT = "3" OR MRS-FC-SCR-FMT = SPACE
                       MOVE "Y" TO WS-RUNNABLE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-RUNNABLE
           END-EVALUATE
           IF WS-RUNNABLE = "Y"
               MOVE MRS-CPY-FORMAT TO MRS-FC-PRINT-FMT
               MOVE "Y" TO WS-CPYF-EOF
           ELSE
               IF MRS-FC-PRINT-FMT = SPACES
                   MOVE MRS-CPY-FORMAT TO MRS-FC-PRINT-FMT
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       end program MRS-4180.
