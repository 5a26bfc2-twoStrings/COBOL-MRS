       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1760.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Business parameter lookup - the one place the business
      * parameter file is read. Called with a parameter name, a date,
      * and the value the caller was compiled with; hands back the
      * value in force on that date (the record for the name with the
      * latest effective date not after it). No record in force, or
      * no parameter file on disk at all, leaves the caller's value
      * standing, so each rule moves onto the file one value at a
      * time without changing anything until a supervisor keys it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-BIZPARM-FILE
               ASSIGN TO UT-SYS-BIZPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-BPM-KEY
               FILE STATUS IS WS-BPM-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-BIZPARM.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-BIZPARM PIC X(50)
           VALUE "C:\COBOL\MRS-BIZPARM-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-BPM-STATUS PIC XX.
         05 WS-EOF PIC X.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       PROCEDURE DIVISION USING MRS-BPM-PUT.
       100-MAIN.
           MOVE "N" TO MRS-BPP-FOUND
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-BIZPARM-FILE
           IF WS-BPM-STATUS NOT = '00'
               GOBACK
           END-IF
      *    The name's records run in effective date order; the last
      *    one not after the wanted date is the one in force.
           MOVE "N" TO WS-EOF
           MOVE MRS-BPP-NAME TO MRS-BPM-NAME
           MOVE ZEROS TO MRS-BPM-EFFECTIVE
           START MRS-BIZPARM-FILE KEY IS NOT LESS THAN MRS-BPM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM 200-NEXT-VALUE THRU 200-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-BIZPARM-FILE
           GOBACK.
       100-EXIT.
           EXIT.

       200-NEXT-VALUE.
           READ MRS-BIZPARM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 200-EXIT
           END-READ
           IF MRS-BPM-NAME NOT = MRS-BPP-NAME OR
              MRS-BPM-EFFECTIVE > MRS-BPP-AS-OF
               MOVE "Y" TO WS-EOF
               GO TO 200-EXIT
           END-IF
           MOVE MRS-BPM-VALUE TO MRS-BPP-VALUE
           MOVE "Y" TO MRS-BPP-FOUND.
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
               WHEN "BIZPARM"
                   MOVE CFG-PATH TO UT-SYS-BIZPARM
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1760.
