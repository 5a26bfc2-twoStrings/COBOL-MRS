       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6860.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Screen number and capacity conversion, run once. Screens used
      * to be numbered 1 to 9 and hold at most 99 seats; the screen
      * number is now two digits everywhere it is kept and a seat
      * count for a whole auditorium (capacity, seats left on a
      * showing or schedule row, seats sold at a cancel) is three.
      * This program carries every file laid down the old way over
      * to the new layouts:
      *
      *   screen master     31 -> 33    schedule       276 -> 278
      *   shows             37 -> 39    draft shows     37 -> 39
      *   outages           41 -> 42    ticket info     49 -> 51
      *   ad contracts, attendance, ticket serial register - same
      *   length, the screen takes one character of the filler.
      *
      * With nobody signed on, rename each of those files to its
      * -OLD path (the live name ending .OLD unless the path file
      * says otherwise) and run this program. Each old record is
      * written to the live path under the same key with every field
      * as it was. A file with no old copy is skipped, and a record
      * already on the new file is counted and left alone, so a
      * rerun does no harm. Counts go to the console; delete the old
      * files once they agree.
      *
      * The ticket trail, the transaction store and the monthly
      * trail archives need nothing: the trail line's screen grew
      * into the blank in front of it (see MRS-TICKET-SALES.CPY). The
      * offline cache is rebuilt every night by MRS-3580. Take a
      * fresh MRS-6800 unload of every master straight after the run
      * and refresh the training copies with MRS-1070; a journal
      * replay through MRS-6460 must start on or after the day of
      * the conversion.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-SCREEN-FILE
               ASSIGN TO UT-SYS-SCREEN-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-SCR-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-SCH-INFO-FILE
               ASSIGN TO UT-SYS-MRS-SCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCH-MOVIE-ID
               ALTERNATE KEY IS MRS-SCH-SCREEN-NUMBER
               WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-SCH-INFO-FILE
               ASSIGN TO UT-SYS-SCH-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-SCH-MOVIE-ID
               ALTERNATE KEY IS OLD-SCH-SCREEN-NUMBER
               WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

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

           SELECT MRS-OUTAGE-FILE
               ASSIGN TO UT-SYS-OUTAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OUT-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-OUTAGE-FILE
               ASSIGN TO UT-SYS-OUTAGE-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-OUT-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-TICKET-INFO
               ASSIGN TO UT-SYS-MRS-TIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIC-SCREEN-NUMBER
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-TICKET-INFO
               ASSIGN TO UT-SYS-TIC-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-TIC-SCREEN-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-AD-CONTRACT-FILE
               ASSIGN TO UT-SYS-AD-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-ADC-NO
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-AD-CONTRACT-FILE
               ASSIGN TO UT-SYS-AD-CONTRACT-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-ADC-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-ATTEND-FILE
               ASSIGN TO UT-SYS-ATTEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ATT-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-ATTEND-FILE
               ASSIGN TO UT-SYS-ATTEND-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-ATT-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-TICKET-SERIAL-FILE
               ASSIGN TO UT-SYS-TKTSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TKS-SERIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MRS-OLD-TICKET-SERIAL-FILE
               ASSIGN TO UT-SYS-TKTSER-OLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-TKS-SERIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-SCH-INFO.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-DRAFT.CPY".
       COPY "CPYBOOKS/MRS-OUTAGE.CPY".
       COPY "CPYBOOKS/MRS-TICKET-INFO.CPY".
       COPY "CPYBOOKS/MRS-ADCON.CPY".
       COPY "CPYBOOKS/MRS-ATTEND.CPY".
       COPY "CPYBOOKS/MRS-TKTSER.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The layouts as they stood with one-digit screens and two-digit
      * seat counts.
       FD  MRS-OLD-SCREEN-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  OLD-SCREEN-REC.
           05 OLD-SCR-NUMBER                   PIC 9.
           05 OLD-SCR-CAPACITY                 PIC 99.
           05 OLD-SCR-ROWS                     PIC 99.
           05 OLD-SCR-SEATS-PER-ROW            PIC 99.
           05 OLD-SCR-FAMILY-FLAG              PIC X.
           05 OLD-SCR-NAME                     PIC X(15).
           05 OLD-SCR-FORMAT                   PIC X.
           05 OLD-SCR-STATUS                   PIC X.
           05 OLD-SCR-ADA-SEATS                PIC 99.
           05 OLD-SCR-COMPANION-SEATS          PIC 99.
           05 OLD-SCR-SITE                     PIC X(2).

       FD  MRS-OLD-SCH-INFO-FILE
           RECORD CONTAINS 276 CHARACTERS.
       01  OLD-SCH-INFO-REC.
           05 OLD-SCH-MOVIE-ID                 PIC X(4).
           05 OLD-SCH-MOVIE-NAME               PIC X(20).
           05 OLD-SCH-MOVIE-VENDOR             PIC X(15).
           05 OLD-SCH-SHOW-TIME                PIC X(20).
           05 OLD-SCH-SEATS                    PIC 99.
           05 OLD-SCH-RATING                   PIC X(4).
           05 OLD-SCH-DESCRIPTION              PIC X(200).
           05 OLD-SCH-SCREEN-NUMBER            PIC 9.
           05 OLD-SCH-DATE                     PIC 9(8).
           05 OLD-SCH-SITE                     PIC X(2).

       FD  MRS-OLD-SHOW-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  OLD-SHOW-REC.
           05 OLD-SHW-ID                       PIC 9(4).
           05 OLD-SHW-LOOKUP-KEY.
              10 OLD-SHW-SCREEN                PIC 99.
              10 OLD-SHW-DATE                  PIC 9(8).
              10 OLD-SHW-TIME                  PIC X(7).
           05 OLD-SHW-RENTAL-ID                PIC X(7).
           05 OLD-SHW-SEATS                    PIC 99.
           05 OLD-SHW-STATUS                   PIC X.
           05 OLD-SHW-SOLD-AT-CANCEL           PIC 99.
           05 OLD-SHW-ADA-SEATS                PIC 99.
           05 OLD-SHW-SITE                     PIC X(2).

       FD  MRS-OLD-DRAFT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  OLD-DRAFT-REC.
           05 OLD-DFT-ID                       PIC 9(4).
           05 OLD-DFT-LOOKUP.
              10 OLD-DFT-SCREEN                PIC 99.
              10 OLD-DFT-DATE                  PIC 9(8).
              10 OLD-DFT-TIME                  PIC X(7).
           05 OLD-DFT-RENTAL-ID                PIC X(7).
           05 OLD-DFT-SEATS                    PIC 99.
           05 OLD-DFT-STATUS                   PIC X.
           05 OLD-DFT-SOLD-AT-CANCEL           PIC 99.
           05 OLD-DFT-ADA-SEATS                PIC 99.
           05 OLD-DFT-SITE                     PIC X(2).

       FD  MRS-OLD-OUTAGE-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  OLD-OUTAGE-REC.
           05 OLD-OUT-ID                       PIC 9(4).
           05 OLD-OUT-SCREEN                   PIC 9.
           05 OLD-OUT-FROM-DATE                PIC 9(8).
           05 OLD-OUT-TO-DATE                  PIC 9(8).
           05 OLD-OUT-REASON                   PIC X(20).

       FD  MRS-OLD-TICKET-INFO
           RECORD CONTAINS 49 CHARACTERS.
       01  OLD-TICK-REC.
           05 OLD-TIC-MOVIE-NAME               PIC X(20).
           05 OLD-TIC-SHOW-TIME                PIC 9(20).
           05 OLD-TIC-SEATS-AVALIBLE           PIC 99.
           05 OLD-TIC-RATING                   PIC X(4).
           05 OLD-TIC-SCREEN-NUMBER            PIC 9.
           05 OLD-TIC-SITE                     PIC X(2).

       FD  MRS-OLD-AD-CONTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD-AD-CONTRACT-REC.
           05 OLD-ADC-NO                       PIC 9(6).
           05 OLD-ADC-ADV-NO                   PIC 9(6).
           05 OLD-ADC-SPOT-NAME                PIC X(20).
           05 OLD-ADC-SPOT-TYPE                PIC X.
           05 OLD-ADC-SITE                     PIC X(2).
           05 OLD-ADC-SCREEN                   PIC 9.
           05 OLD-ADC-FROM-DATE                PIC 9(8).
           05 OLD-ADC-TO-DATE                  PIC 9(8).
           05 OLD-ADC-RATE-BASIS               PIC X.
           05 OLD-ADC-RATE                     PIC 9(5)V99.
           05 OLD-ADC-STATUS                   PIC X.
           05 OLD-ADC-ENTERED-DATE             PIC 9(8).
           05 OLD-ADC-OPERATOR                 PIC X(8).
           05 FILLER                           PIC X(3).

       FD  MRS-OLD-ATTEND-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  OLD-ATT-REC.
           05 OLD-ATT-KEY.
              10 OLD-ATT-SHOW-DATE             PIC 9(8).
              10 OLD-ATT-SHOW-ID               PIC 9(4).
           05 OLD-ATT-SHOW-TIME                PIC X(4).
           05 OLD-ATT-SCREEN                   PIC 9.
           05 OLD-ATT-SITE                     PIC X(2).
           05 OLD-ATT-ISSUED                   PIC 9(5).
           05 OLD-ATT-VOIDED                   PIC 9(5).
           05 OLD-ATT-ADMITTED                 PIC 9(5).
           05 OLD-ATT-FIRST-ADMIT              PIC 9(4).
           05 OLD-ATT-LAST-ADMIT               PIC 9(4).
           05 FILLER                           PIC X(8).

       FD  MRS-OLD-TICKET-SERIAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD-TKS-REC.
           05 OLD-TKS-SERIAL                   PIC 9(9).
           05 OLD-TKS-BODY.
              10 OLD-TKS-SHOW-ID               PIC 9(4).
              10 OLD-TKS-SHOW-DATE             PIC 9(8).
              10 OLD-TKS-SHOW-TIME             PIC X(4).
              10 OLD-TKS-SCREEN                PIC 9.
              10 OLD-TKS-SITE                  PIC X(2).
              10 OLD-TKS-TYPE                  PIC X.
              10 OLD-TKS-STATUS                PIC X.
              10 OLD-TKS-SOLD-DATE             PIC 9(8).
              10 OLD-TKS-SOLD-TIME             PIC 9(6).
              10 OLD-TKS-SOLD-OPER             PIC X(8).
              10 OLD-TKS-LAST-DATE             PIC 9(8).
              10 OLD-TKS-LAST-TIME             PIC 9(6).
              10 OLD-TKS-LAST-OPER             PIC X(8).
              10 FILLER                        PIC X(6).
           05 OLD-TKS-CTL-BODY REDEFINES OLD-TKS-BODY.
              10 OLD-TKS-NEXT-SERIAL           PIC 9(9).
              10 FILLER                        PIC X(62).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-SCREEN PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-SCREEN-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.OLD".
         05 UT-SYS-MRS-SCH PIC X(50)
           VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
         05 UT-SYS-SCH-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-SCH-INDEX.OLD".
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-SHOW-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.OLD".
         05 UT-SYS-DRAFT PIC X(50)
           VALUE "C:\COBOL\MRS-DRAFT-INDEX.DAT".
         05 UT-SYS-DRAFT-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-DRAFT-INDEX.OLD".
         05 UT-SYS-OUTAGE PIC X(50)
           VALUE "C:\COBOL\MRS-OUTAGE-INDEX.DAT".
         05 UT-SYS-OUTAGE-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-OUTAGE-INDEX.OLD".
         05 UT-SYS-MRS-TIC PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-INFO.DAT".
         05 UT-SYS-TIC-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-INFO.OLD".
         05 UT-SYS-AD-CONTRACT PIC X(50)
           VALUE "C:\COBOL\MRS-ADCON-INDEX.DAT".
         05 UT-SYS-AD-CONTRACT-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-ADCON-INDEX.OLD".
         05 UT-SYS-ATTEND PIC X(50)
           VALUE "C:\COBOL\MRS-ATTEND-INDEX.DAT".
         05 UT-SYS-ATTEND-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-ATTEND-INDEX.OLD".
         05 UT-SYS-TKTSER PIC X(50)
           VALUE "C:\COBOL\MRS-TKTSER-INDEX.DAT".
         05 UT-SYS-TKTSER-OLD PIC X(50)
           VALUE "C:\COBOL\MRS-TKTSER-INDEX.OLD".
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
           DISPLAY "MRS-6860 SCREEN NUMBER AND CAPACITY CONVERSION"
           PERFORM 200-SCREENS THRU 200-EXIT
           PERFORM 210-SCHEDULE THRU 210-EXIT
           PERFORM 220-SHOWS THRU 220-EXIT
           PERFORM 230-DRAFTS THRU 230-EXIT
           PERFORM 240-OUTAGES THRU 240-EXIT
           PERFORM 250-TICKET-INFO THRU 250-EXIT
           PERFORM 260-AD-CONTRACTS THRU 260-EXIT
           PERFORM 270-ATTENDANCE THRU 270-EXIT
           PERFORM 280-SERIALS THRU 280-EXIT
           DISPLAY "MRS-6860 CONVERSION ENDED."
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
               WHEN "MRS-SCREEN-OLD"
                   MOVE CFG-PATH TO UT-SYS-SCREEN-OLD
               WHEN "MRS-SCH"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCH
               WHEN "MRS-SCH-OLD"
                   MOVE CFG-PATH TO UT-SYS-SCH-OLD
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-SHOW-OLD"
                   MOVE CFG-PATH TO UT-SYS-SHOW-OLD
               WHEN "DRAFT"
                   MOVE CFG-PATH TO UT-SYS-DRAFT
               WHEN "DRAFT-OLD"
                   MOVE CFG-PATH TO UT-SYS-DRAFT-OLD
               WHEN "OUTAGE"
                   MOVE CFG-PATH TO UT-SYS-OUTAGE
               WHEN "OUTAGE-OLD"
                   MOVE CFG-PATH TO UT-SYS-OUTAGE-OLD
               WHEN "MRS-TIC"
                   MOVE CFG-PATH TO UT-SYS-MRS-TIC
               WHEN "MRS-TIC-OLD"
                   MOVE CFG-PATH TO UT-SYS-TIC-OLD
               WHEN "AD-CONTRACT"
                   MOVE CFG-PATH TO UT-SYS-AD-CONTRACT
               WHEN "AD-CONTRACT-OLD"
                   MOVE CFG-PATH TO UT-SYS-AD-CONTRACT-OLD
               WHEN "ATTEND"
                   MOVE CFG-PATH TO UT-SYS-ATTEND
               WHEN "ATTEND-OLD"
                   MOVE CFG-PATH TO UT-SYS-ATTEND-OLD
               WHEN "TKTSER"
                   MOVE CFG-PATH TO UT-SYS-TKTSER
               WHEN "TKTSER-OLD"
                   MOVE CFG-PATH TO UT-SYS-TKTSER-OLD
           END-EVALUATE.
       170-END.
           EXIT.

      * Screen master: the number and the capacity widen.
       200-SCREENS.
           MOVE "SCREENS" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-SCREEN-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 200-EXIT
           END-IF
           OPEN I-O MRS-SCREEN-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-SCREEN-FILE
               CLOSE MRS-SCREEN-FILE
               OPEN I-O MRS-SCREEN-FILE
           END-IF
           PERFORM 205-CARRY-SCREEN THRU 205-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-SCREEN-FILE
                 MRS-SCREEN-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       200-EXIT.
           EXIT.

       205-CARRY-SCREEN.
           READ MRS-OLD-SCREEN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 205-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-SCREEN-REC
           MOVE OLD-SCR-NUMBER TO MRS-SCR-NUMBER
           MOVE OLD-SCR-CAPACITY TO MRS-SCR-CAPACITY
           MOVE OLD-SCR-ROWS TO MRS-SCR-ROWS
           MOVE OLD-SCR-SEATS-PER-ROW TO MRS-SCR-SEATS-PER-ROW
           MOVE OLD-SCR-FAMILY-FLAG TO MRS-SCR-FAMILY-FLAG
           MOVE OLD-SCR-NAME TO MRS-SCR-NAME
           MOVE OLD-SCR-FORMAT TO MRS-SCR-FORMAT
           MOVE OLD-SCR-STATUS TO MRS-SCR-STATUS
           MOVE OLD-SCR-ADA-SEATS TO MRS-SCR-ADA-SEATS
           MOVE OLD-SCR-COMPANION-SEATS TO MRS-SCR-COMPANION-SEATS
           MOVE OLD-SCR-SITE TO MRS-SCR-SITE
           WRITE MRS-SCREEN-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       205-EXIT.
           EXIT.

      * Schedule: the seats left and the screen number widen.
       210-SCHEDULE.
           MOVE "SCHEDULE" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-SCH-INFO-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 210-EXIT
           END-IF
           OPEN I-O MRS-SCH-INFO-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-SCH-INFO-FILE
               CLOSE MRS-SCH-INFO-FILE
               OPEN I-O MRS-SCH-INFO-FILE
           END-IF
           PERFORM 215-CARRY-SCHEDULE THRU 215-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-SCH-INFO-FILE
                 MRS-SCH-INFO-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       210-EXIT.
           EXIT.

       215-CARRY-SCHEDULE.
           READ MRS-OLD-SCH-INFO-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 215-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-SCH-INFO-REC
           MOVE OLD-SCH-MOVIE-ID TO MRS-SCH-MOVIE-ID
           MOVE OLD-SCH-MOVIE-NAME TO MRS-SCH-MOVIE-NAME
           MOVE OLD-SCH-MOVIE-VENDOR TO MRS-SCH-MOVIE-VENDOR
           MOVE OLD-SCH-SHOW-TIME TO MRS-SCH-SHOW-TIME
           MOVE OLD-SCH-SEATS TO MRS-SCH-SEATS
           MOVE OLD-SCH-RATING TO MRS-SCH-RATING
           MOVE OLD-SCH-DESCRIPTION TO MRS-SCH-DESCRIPTION
           MOVE OLD-SCH-SCREEN-NUMBER TO MRS-SCH-SCREEN-NUMBER
           MOVE OLD-SCH-DATE TO MRS-SCH-DATE
           MOVE OLD-SCH-SITE TO MRS-SCH-SITE
           WRITE MRS-SCH-INFO-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       215-EXIT.
           EXIT.

      * Shows: the seats left and the seats sold at a cancel widen.
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
      *    Showings from before the cancel count carry spaces there.
           IF OLD-SHW-SOLD-AT-CANCEL NUMERIC
               MOVE OLD-SHW-SOLD-AT-CANCEL TO MRS-SOLD-AT-CANCEL
           ELSE
               MOVE ZEROS TO MRS-SOLD-AT-CANCEL
           END-IF
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
           IF OLD-DFT-SOLD-AT-CANCEL NUMERIC
               MOVE OLD-DFT-SOLD-AT-CANCEL TO MRS-DFT-SOLD-AT-CANCEL
           ELSE
               MOVE ZEROS TO MRS-DFT-SOLD-AT-CANCEL
           END-IF
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

      * Outages: the screen widens.
       240-OUTAGES.
           MOVE "OUTAGES" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-OUTAGE-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 240-EXIT
           END-IF
           OPEN I-O MRS-OUTAGE-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-OUTAGE-FILE
               CLOSE MRS-OUTAGE-FILE
               OPEN I-O MRS-OUTAGE-FILE
           END-IF
           PERFORM 245-CARRY-OUTAGE THRU 245-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-OUTAGE-FILE
                 MRS-OUTAGE-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       240-EXIT.
           EXIT.

       245-CARRY-OUTAGE.
           READ MRS-OLD-OUTAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 245-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-OUTAGE-REC
           MOVE OLD-OUT-ID TO MRS-OUT-ID
           MOVE OLD-OUT-SCREEN TO MRS-OUT-SCREEN
           MOVE OLD-OUT-FROM-DATE TO MRS-OUT-FROM-DATE
           MOVE OLD-OUT-TO-DATE TO MRS-OUT-TO-DATE
           MOVE OLD-OUT-REASON TO MRS-OUT-REASON
           WRITE MRS-OUTAGE-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       245-EXIT.
           EXIT.

      * Ticket info: the seats left and the screen number widen.
       250-TICKET-INFO.
           MOVE "TICKET INFO" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-TICKET-INFO
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 250-EXIT
           END-IF
           OPEN I-O MRS-TICKET-INFO
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-TICKET-INFO
               CLOSE MRS-TICKET-INFO
               OPEN I-O MRS-TICKET-INFO
           END-IF
           PERFORM 255-CARRY-TICKET-INFO THRU 255-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-TICKET-INFO
                 MRS-TICKET-INFO
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       250-EXIT.
           EXIT.

       255-CARRY-TICKET-INFO.
           READ MRS-OLD-TICKET-INFO
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 255-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-TICK-REC
           MOVE OLD-TIC-MOVIE-NAME TO MRS-TIC-MOVIE-NAME
           MOVE OLD-TIC-SHOW-TIME TO MRS-TIC-SHOW-TIME
           MOVE OLD-TIC-SEATS-AVALIBLE TO MRS-TIC-SEATS-AVALIBLE
           MOVE OLD-TIC-RATING TO MRS-TIC-RATING
           MOVE OLD-TIC-SCREEN-NUMBER TO MRS-TIC-SCREEN-NUMBER
           MOVE OLD-TIC-SITE TO MRS-TIC-SITE
           WRITE MRS-TICK-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       255-EXIT.
           EXIT.

      * Ad contracts: the screen widens into the filler.
       260-AD-CONTRACTS.
           MOVE "AD CONTRACTS" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-AD-CONTRACT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 260-EXIT
           END-IF
           OPEN I-O MRS-AD-CONTRACT-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-AD-CONTRACT-FILE
               CLOSE MRS-AD-CONTRACT-FILE
               OPEN I-O MRS-AD-CONTRACT-FILE
           END-IF
           PERFORM 265-CARRY-AD-CONTRACT THRU 265-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-AD-CONTRACT-FILE
                 MRS-AD-CONTRACT-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       260-EXIT.
           EXIT.

       265-CARRY-AD-CONTRACT.
           READ MRS-OLD-AD-CONTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 265-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-AD-CONTRACT-REC
           MOVE OLD-ADC-NO TO MRS-ADC-NO
           MOVE OLD-ADC-ADV-NO TO MRS-ADC-ADV-NO
           MOVE OLD-ADC-SPOT-NAME TO MRS-ADC-SPOT-NAME
           MOVE OLD-ADC-SPOT-TYPE TO MRS-ADC-SPOT-TYPE
           MOVE OLD-ADC-SITE TO MRS-ADC-SITE
           MOVE OLD-ADC-SCREEN TO MRS-ADC-SCREEN
           MOVE OLD-ADC-FROM-DATE TO MRS-ADC-FROM-DATE
           MOVE OLD-ADC-TO-DATE TO MRS-ADC-TO-DATE
           MOVE OLD-ADC-RATE-BASIS TO MRS-ADC-RATE-BASIS
           MOVE OLD-ADC-RATE TO MRS-ADC-RATE
           MOVE OLD-ADC-STATUS TO MRS-ADC-STATUS
           MOVE OLD-ADC-ENTERED-DATE TO MRS-ADC-ENTERED-DATE
           MOVE OLD-ADC-OPERATOR TO MRS-ADC-OPERATOR
           WRITE MRS-AD-CONTRACT-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       265-EXIT.
           EXIT.

      * Attendance: the screen widens into the filler.
       270-ATTENDANCE.
           MOVE "ATTENDANCE" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-ATTEND-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 270-EXIT
           END-IF
           OPEN I-O MRS-ATTEND-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-ATTEND-FILE
               CLOSE MRS-ATTEND-FILE
               OPEN I-O MRS-ATTEND-FILE
           END-IF
           PERFORM 275-CARRY-ATTENDANCE THRU 275-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-ATTEND-FILE
                 MRS-ATTEND-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       270-EXIT.
           EXIT.

       275-CARRY-ATTENDANCE.
           READ MRS-OLD-ATTEND-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 275-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-ATT-REC
           MOVE OLD-ATT-SHOW-DATE TO MRS-ATT-SHOW-DATE
           MOVE OLD-ATT-SHOW-ID TO MRS-ATT-SHOW-ID
           MOVE OLD-ATT-SHOW-TIME TO MRS-ATT-SHOW-TIME
           MOVE OLD-ATT-SCREEN TO MRS-ATT-SCREEN
           MOVE OLD-ATT-SITE TO MRS-ATT-SITE
           MOVE OLD-ATT-ISSUED TO MRS-ATT-ISSUED
           MOVE OLD-ATT-VOIDED TO MRS-ATT-VOIDED
           MOVE OLD-ATT-ADMITTED TO MRS-ATT-ADMITTED
           MOVE OLD-ATT-FIRST-ADMIT TO MRS-ATT-FIRST-ADMIT
           MOVE OLD-ATT-LAST-ADMIT TO MRS-ATT-LAST-ADMIT
           WRITE MRS-ATT-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       275-EXIT.
           EXIT.

      * Ticket serial register: the screen widens into the filler.
      * Serial zero is the control record and carries only the next
      * serial to issue.
       280-SERIALS.
           MOVE "SERIALS" TO WS-FILE-TAG
           PERFORM 900-RESET-COUNTS THRU 900-EXIT
           OPEN INPUT MRS-OLD-TICKET-SERIAL-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 910-NO-OLD-FILE THRU 910-EXIT
               GO TO 280-EXIT
           END-IF
           OPEN I-O MRS-TICKET-SERIAL-FILE
           IF WS-NEW-STATUS = '35'
               OPEN OUTPUT MRS-TICKET-SERIAL-FILE
               CLOSE MRS-TICKET-SERIAL-FILE
               OPEN I-O MRS-TICKET-SERIAL-FILE
           END-IF
           PERFORM 285-CARRY-SERIAL THRU 285-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-OLD-TICKET-SERIAL-FILE
                 MRS-TICKET-SERIAL-FILE
           PERFORM 920-SHOW-COUNTS THRU 920-EXIT.
       280-EXIT.
           EXIT.

       285-CARRY-SERIAL.
           READ MRS-OLD-TICKET-SERIAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 285-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO MRS-TKS-REC
           MOVE OLD-TKS-SERIAL TO MRS-TKS-SERIAL
           IF OLD-TKS-SERIAL = ZERO
               MOVE OLD-TKS-NEXT-SERIAL TO MRS-TKS-NEXT-SERIAL
           ELSE
               MOVE OLD-TKS-SHOW-ID TO MRS-TKS-SHOW-ID
               MOVE OLD-TKS-SHOW-DATE TO MRS-TKS-SHOW-DATE
               MOVE OLD-TKS-SHOW-TIME TO MRS-TKS-SHOW-TIME
               MOVE OLD-TKS-SCREEN TO MRS-TKS-SCREEN
               MOVE OLD-TKS-SITE TO MRS-TKS-SITE
               MOVE OLD-TKS-TYPE TO MRS-TKS-TYPE
               MOVE OLD-TKS-STATUS TO MRS-TKS-STATUS
               MOVE OLD-TKS-SOLD-DATE TO MRS-TKS-SOLD-DATE
               MOVE OLD-TKS-SOLD-TIME TO MRS-TKS-SOLD-TIME
               MOVE OLD-TKS-SOLD-OPER TO MRS-TKS-SOLD-OPER
               MOVE OLD-TKS-LAST-DATE TO MRS-TKS-LAST-DATE
               MOVE OLD-TKS-LAST-TIME TO MRS-TKS-LAST-TIME
               MOVE OLD-TKS-LAST-OPER TO MRS-TKS-LAST-OPER
           END-IF
           WRITE MRS-TKS-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
       285-EXIT.
           EXIT.

       900-RESET-COUNTS.
           MOVE ZEROS TO WS-READ-COUNT
           MOVE ZEROS TO WS-WRITE-COUNT
           MOVE ZEROS TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF.
       900-EXIT.
           EXIT.

       910-NO-OLD-FILE.
           DISPLAY "MRS-6860 " WS-FILE-TAG " NO OLD FILE - SKIPPED.".
       910-EXIT.
           EXIT.

       920-SHOW-COUNTS.
           DISPLAY "MRS-6860 " WS-FILE-TAG " READ " WS-READ-COUNT
               " CARRIED " WS-WRITE-COUNT
               " ALREADY THERE " WS-DUP-COUNT.
       920-EXIT.
           EXIT.

       end program MRS-6860.
