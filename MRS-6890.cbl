       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6890.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Member marketing conversion, run once. The member record
      * gained the email, the marketing consent and the day it last
      * changed, and the day of the last visit (see MRS-MEMBER.CPY),
      * which takes it from 64 characters to 128. This program
      * carries a member file laid down the old way over to the new
      * layout with no email, nobody opted in, and no last visit on
      * record - consent has to come from the member, never from a
      * conversion.
      *
      * With nobody signed on, rename the member file to its -OLD
      * path (the live name ending .OLD unless the path file says
      * otherwise) and run this program. Each old record is written
      * to the live path under the same key with every field as it
      * was. With no old copy the run does nothing, and a record
      * already on the new file is counted and left alone, so a
      * rerun does no harm. Counts go to the console; delete the old
      * file once they agree.
      *
      * Refresh the training copies with MRS-1070 straight after the
      * run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-MEM-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The layout as it stood before the marketing places.
       FD  MRS-OLD-MEMBER-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OLD-MEMBER-REC.
           05 OLD-MEM-NO                       PIC 9(6).
           05 OLD-MEM-NAME                     PIC X(20).
           05 OLD-MEM-PHONE                    PIC X(12).
           05 OLD-MEM-JOINED-DATE              PIC 9(8).
           05 OLD-MEM-VISITS                   PIC 9(5).
           05 OLD-MEM-TICKETS                  PIC 9(5).
           05 OLD-MEM-ACTIVE-FLAG              PIC X.
           05 OLD-MEM-POINTS                   PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MEMBER PIC X(50)
           VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
         05 UT-SYS-MEMBER-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-MEMBER-INDEX.OLD".
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
           DISPLAY "MRS-6890 MEMBER MARKETING CONVERSION"
           PERFORM 220-MEMBERS THRU 220-EXIT
           DISPLAY "MRS-6890 CONVERSION ENDED."
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
               WHEN "MEMBER"
                   MOVE CFG-PATH TO UT-SYS-MEMBER
               WHEN "MEMBER-OLD"
                   MOVE CFG-PATH TO UT-SYS-MEMBER-OLD
           END-EVALUATE.
       170-END.
           EXIT.

      * Members: the marketing places go on the end - no email, not
      * opted in, no consent date, no last visit.
       220-MEMBERS.
           MOVE ZEROS TO WS-READ-COUNT
           MOVE ZEROS TO WS-WRITE-COUNT
           MOVE ZEROS TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-OLD-MEMBER-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "MRS-6890 MEMBERS NO OLD FILE - SKIPPED."
               GO TO 220-EXIT
           END-IF
           OPEN I-O MRS-MEMBER-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-MEMBER-FILE
               CLOSE MRS-MEMBER-FILE
               OPEN I-O MRS-MEMBER-FILE
           END-IF
           PERFORM 225-CARRY-MEMBER THRU 225-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-MEMBER-FILE
                 MRS-MEMBER-FILE
           DISPLAY "MRS-6890 MEMBERS READ " WS-READ-COUNT
               " CARRIED " WS-WRITE-COUNT
               " ALREADY THERE " WS-DUP-COUNT.
       220-EXIT.
           EXIT.

       225-CARRY-MEMBER.
           READ MRS-OLD-MEMBER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 225-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-MEMBER-REC
           MOVE OLD-MEM-NO TO MRS-MEM-NO
           MOVE OLD-MEM-NAME TO MRS-MEM-NAME
           MOVE OLD-MEM-PHONE TO MRS-MEM-PHONE
           MOVE OLD-MEM-JOINED-DATE TO MRS-MEM-JOINED-DATE
           MOVE OLD-MEM-VISITS TO MRS-MEM-VISITS
           MOVE OLD-MEM-TICKETS TO MRS-MEM-TICKETS
           MOVE OLD-MEM-ACTIVE-FLAG TO MRS-MEM-ACTIVE-FLAG
           MOVE OLD-MEM-POINTS TO MRS-MEM-POINTS
           MOVE "N" TO MRS-MEM-OPT-IN
           MOVE ZEROS TO MRS-MEM-OPT-IN-DATE
           MOVE ZEROS TO MRS-MEM-LAST-VISIT
           WRITE MRS-MEMBER-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       225-EXIT.
           EXIT.

       end program MRS-6890.
