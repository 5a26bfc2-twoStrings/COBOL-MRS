       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6570.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly member marketing extract. Every active member who has
      * agreed to hear from the theater (MRS-MEM-OPT-IN "Y", kept on
      * MRS-1200) and left an email goes out as one comma-delimited
      * line for the mailing house:
      *
      *   member no,name,email,phone,opted-in date,joined date
      *
      * The consent is read off the member record as the extract
      * runs - nothing is carried from last month's file - so a
      * member who withdrew is not on this one, and the mailing
      * house is to replace its list with each file rather than add
      * to it. Merged and inactive members never go.
      *
      * The extract opens with a header line and closes with a
      * trailer line (MRS-6540) - the trailer's hash total is the
      * sum of the member numbers - and goes on the outbound
      * register. Runs on the month's last night.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-MEM-STATUS.

           SELECT MRS-MEMBER-EXPORT
               ASSIGN TO UT-SYS-MEM-EXP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-MEMBER-EXPORT
           RECORD CONTAINS 120 CHARACTERS.
       01  MRS-MEMBER-EXPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MEMBER         PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
           05  UT-SYS-MEM-EXP        PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-OUT.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-MEM-STATUS         PIC XX.
           05  MEM-EOF               PIC X.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-SENT-CNT           PIC 9(7) VALUE ZERO.
           05  WS-NO-X               PIC 9(6).
           05  WS-OPT-DATE-X         PIC 9(8).
           05  WS-JOINED-X           PIC 9(8).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN INPUT MRS-MEMBER-FILE
           IF WS-MEM-STATUS NOT = '00'
               DISPLAY "MRS-6570 MEMBERS: NO MEMBER FILE - NOTHING"
                   " TO EXTRACT."
               GOBACK
           END-IF
           OPEN OUTPUT MRS-MEMBER-EXPORT
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-6570" TO MRS-OBP-SOURCE
           MOVE "MEMBER" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-MEM-EXP TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-MEMBER-EXPORT-LINE
           WRITE MRS-MEMBER-EXPORT-LINE

           PERFORM 200-EXTRACT-OPTED-IN THRU 200-EXIT

           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-MEMBER-EXPORT-LINE
           WRITE MRS-MEMBER-EXPORT-LINE
           CLOSE MRS-MEMBER-EXPORT
           CLOSE MRS-MEMBER-FILE
      *    The night driver logs these on the job log.
           MOVE WS-READ-CNT TO MRS-JOB-READ
           MOVE WS-SENT-CNT TO MRS-JOB-WRITTEN
           DISPLAY "MRS-6570 MEMBERS: " WS-SENT-CNT
               " OPTED-IN MEMBER(S) EXTRACTED OF " WS-READ-CNT "."
           GOBACK.
       100-EXIT.
           EXIT.

       200-EXTRACT-OPTED-IN.
           MOVE "N" TO MEM-EOF
           MOVE ZEROS TO MRS-MEM-NO
           START MRS-MEMBER-FILE KEY IS NOT LESS THAN MRS-MEM-NO
               INVALID KEY
                   MOVE "Y" TO MEM-EOF
           END-START
           PERFORM UNTIL MEM-EOF = "Y"
               READ MRS-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MEM-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       IF MRS-MEM-ACTIVE-FLAG = "Y" AND
                          MRS-MEM-OPT-IN = "Y" AND
                          MRS-MEM-EMAIL NOT = SPACES
                           PERFORM 250-SEND-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-SEND-ONE.
           MOVE MRS-MEM-NO TO WS-NO-X
           MOVE MRS-MEM-OPT-IN-DATE TO WS-OPT-DATE-X
           MOVE MRS-MEM-JOINED-DATE TO WS-JOINED-X
           MOVE SPACES TO MRS-MEMBER-EXPORT-LINE
           STRING WS-NO-X DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MRS-MEM-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MRS-MEM-EMAIL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MRS-MEM-PHONE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OPT-DATE-X DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JOINED-X DELIMITED BY SIZE
               INTO MRS-MEMBER-EXPORT-LINE
           END-STRING
           WRITE MRS-MEMBER-EXPORT-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WS-NO-X TO MRS-OBP-HASH
           ADD 1 TO WS-SENT-CNT.
       250-EXIT.
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
               WHEN "MEMBER"
                   MOVE CFG-PATH TO UT-SYS-MEMBER
               WHEN "MEM-EXP"
                   MOVE CFG-PATH TO UT-SYS-MEM-EXP
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6570.
