       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1090.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Operator master conversion, run once. The operator master
      * used to keep each password, and the two before it, in plain
      * text in a 64 character record; it now keeps only a salt and
      * the salted digests (see MRS-OPERATOR.CPY and MRS-1080). This
      * program carries the old file across:
      *
      *   - with nobody signed on, the old operator file is renamed
      *     to the OPERATOR-OLD path (MRS-OPERATOR-INDEX.OLD unless
      *     the path file says otherwise);
      *   - this program reads it, gives each operator a fresh salt,
      *     works the digest of the current password and of each
      *     history slot in use, and writes the new operator file at
      *     the OPERATOR path with every other field as it was;
      *   - each old record has its three password fields blanked
      *     as soon as it is carried, so the old file holds nothing
      *     readable when the run ends. Delete it once the counts
      *     agree.
      *
      * Operators sign on with the same passwords as before. The run
      * is refused if the new operator file already holds records, so
      * a second run can never overwrite converted operators. Counts
      * go to the console.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-OLD-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPR-OLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OPR-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The operator record as it stood before the digest fields, 64
      * characters, passwords in plain text.
       FD  MRS-OLD-OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OLD-OPERATOR-REC.
           05 OLD-OPR-ID                       PIC X(8).
           05 OLD-OPR-NAME                     PIC X(20).
           05 OLD-OPR-PASSWORD                 PIC X(8).
           05 OLD-OPR-LEVEL                    PIC 9.
           05 OLD-OPR-ACTIVE-FLAG              PIC X.
           05 OLD-OPR-PWD-CHANGED              PIC 9(8).
           05 OLD-OPR-PWD-HIST-1               PIC X(8).
           05 OLD-OPR-PWD-HIST-2               PIC X(8).
           05 OLD-OPR-FAIL-COUNT               PIC 9.
           05 OLD-OPR-TRAINING-FLAG            PIC X.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PWDPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-OPERATOR PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
         05 UT-SYS-OPR-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.OLD".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-OPR-STATUS PIC XX.
         05 WS-OLD-STATUS PIC XX.
         05 WS-EOF PIC X.
         05 WS-READ-COUNT PIC 9(5) VALUE ZERO.
         05 WS-WRITE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           DISPLAY "MRS-1090 OPERATOR MASTER CONVERSION"
           PERFORM 200-CHECK-NEW-FILE THRU 200-EXIT
           IF WS-EOF NOT = "Y"
               DISPLAY "MRS-1090 OPERATOR FILE ALREADY HOLDS RECORDS"
                   " - CONVERSION REFUSED."
               GOBACK
           END-IF
           OPEN I-O MRS-OLD-OPERATOR-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "MRS-1090 NO OLD OPERATOR FILE AT "
                   UT-SYS-OPR-OLD
               DISPLAY "MRS-1090 CONVERSION NOT RUN."
               GOBACK
           END-IF
           OPEN OUTPUT MRS-OPERATOR-FILE
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO OLD-OPR-ID
           START MRS-OLD-OPERATOR-FILE KEY IS NOT LESS THAN OLD-OPR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM 300-CONVERT-ONE THRU 300-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-OPERATOR-FILE
                 MRS-OPERATOR-FILE
           DISPLAY "MRS-1090 OLD OPERATORS READ:    " WS-READ-COUNT
           DISPLAY "MRS-1090 OPERATORS CONVERTED:   " WS-WRITE-COUNT
           DISPLAY "MRS-1090 OPERATORS NOT WRITTEN: " WS-REJECT-COUNT
           IF WS-READ-COUNT = WS-WRITE-COUNT
               DISPLAY "MRS-1090 COUNTS AGREE - DELETE "
                   UT-SYS-OPR-OLD
           END-IF
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
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "OPERATOR-OLD"
                   MOVE CFG-PATH TO UT-SYS-OPR-OLD
           END-EVALUATE.
       170-END.
           EXIT.

      * WS-EOF comes back "Y" when there is no new operator file on
      * disk yet, or one with no records in it.
       200-CHECK-NEW-FILE.
           MOVE "Y" TO WS-EOF
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           READ MRS-OPERATOR-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "N" TO WS-EOF
           END-READ
           CLOSE MRS-OPERATOR-FILE.
       200-EXIT.
           EXIT.

      * One operator across: a fresh salt, the three digests, the
      * rest of the record as it was, then the old record's
      * passwords blanked.
       300-CONVERT-ONE.
           READ MRS-OLD-OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-OPERATOR-REC
           MOVE OLD-OPR-ID TO MRS-OPR-ID
           MOVE OLD-OPR-NAME TO MRS-OPR-NAME
           MOVE OLD-OPR-LEVEL TO MRS-OPR-LEVEL
           MOVE OLD-OPR-ACTIVE-FLAG TO MRS-OPR-ACTIVE-FLAG
           MOVE OLD-OPR-TRAINING-FLAG TO MRS-OPR-TRAINING-FLAG
      *    Records from before the aging fields carry spaces there;
      *    zeros are what sign-on treats the same way.
           IF OLD-OPR-PWD-CHANGED NUMERIC
               MOVE OLD-OPR-PWD-CHANGED TO MRS-OPR-PWD-CHANGED
           ELSE
               MOVE ZEROS TO MRS-OPR-PWD-CHANGED
           END-IF
           IF OLD-OPR-FAIL-COUNT NUMERIC
               MOVE OLD-OPR-FAIL-COUNT TO MRS-OPR-FAIL-COUNT
           ELSE
               MOVE ZERO TO MRS-OPR-FAIL-COUNT
           END-IF
           MOVE "S" TO MRS-PWP-FUNCTION
           MOVE OLD-OPR-PASSWORD TO MRS-PWP-PASSWORD
           CALL "MRS-1080" USING MRS-PWD-PUT
           MOVE MRS-PWP-SALT TO MRS-OPR-PWD-SALT
           MOVE MRS-PWP-DIGEST TO MRS-OPR-PWD-HASH
           MOVE "D" TO MRS-PWP-FUNCTION
           IF OLD-OPR-PWD-HIST-1 NOT = SPACES
               MOVE OLD-OPR-PWD-HIST-1 TO MRS-PWP-PASSWORD
               CALL "MRS-1080" USING MRS-PWD-PUT
               MOVE MRS-PWP-DIGEST TO MRS-OPR-PWD-HIST-1
           END-IF
           IF OLD-OPR-PWD-HIST-2 NOT = SPACES
               MOVE OLD-OPR-PWD-HIST-2 TO MRS-PWP-PASSWORD
               CALL "MRS-1080" USING MRS-PWD-PUT
               MOVE MRS-PWP-DIGEST TO MRS-OPR-PWD-HIST-2
           END-IF
           MOVE SPACES TO MRS-PWP-PASSWORD
           WRITE MRS-OPERATOR-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "MRS-1090 NOT WRITTEN: " OLD-OPR-ID
                   GO TO 300-EXIT
           END-WRITE
           ADD 1 TO WS-WRITE-COUNT
           MOVE SPACES TO OLD-OPR-PASSWORD
           MOVE SPACES TO OLD-OPR-PWD-HIST-1
           MOVE SPACES TO OLD-OPR-PWD-HIST-2
           REWRITE OLD-OPERATOR-REC
           END-REWRITE.
       300-EXIT.
           EXIT.

       end program MRS-1090.
