       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3550.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Ticket taker - the door scan. The usher picks the showing
      * being seated (screen, date, and start time), then keys or
      * scans the serial off each stub as the customer comes through.
      * Every serial is admitted through MRS-6485, which refuses one
      * that is not on the register, belongs to another showing, has
      * already been through the door, or was refunded or exchanged
      * away, and says which showing a wrong-door stub is really for.
      * The running tickets-out and admitted counts for the showing
      * stay on screen so the usher can see how full the house is.
      * A customer who bought through the online partner has no
      * stub to scan: the usher keys the order ref instead (and how
      * many of the party are at the door, zero for all of them),
      * the order's sale line is found on the ticket trail, and the
      * serials MRS-6360 issued to it are admitted one per person.
      * F4 goes back to pick another showing; F3 ends. Called from
      * the box office screen (mode T).
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSL-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SERPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-TIC-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
         05 UT-SYS-TSLIDX PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-SHOW-STATUS PIC XX.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-SHOWING-DONE PIC X.
         05 WS-SHOW-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-SCREEN-IN PIC 99.
         05 WS-DATE-IN PIC 9(8).
         05 WS-TIME-IN PIC 9(4).
         05 WS-TIME-CMP PIC X(7).
         05 WS-SERIAL-IN PIC 9(9).
         05 WS-TICKETS-OUT PIC 9(5).
         05 WS-ADMITTED PIC 9(5).
         05 WS-ORDER-IN PIC X(8).
         05 WS-PARTY-IN PIC 99.

      * The online order keyed at the door: its sale line off the
      * trail, and the run of serials it went out under.
       01 WS-ORDER-WORK.
         05 WS-TSL-STATUS PIC XX.
         05 WS-TIX-STATUS PIC XX.
         05 WS-TRAIL-EOF PIC X.
         05 WS-ORDER-FOUND PIC X.
         05 WS-FROM-DATE PIC 9(8).
         05 WS-ORD-SHOW-ID PIC 9(4).
         05 WS-ORD-SCREEN PIC 99.
         05 WS-ORD-DATE PIC 9(8).
         05 WS-ORD-TIME PIC X(4).
         05 WS-ORD-SERIAL PIC 9(9).
         05 WS-ORD-QTY PIC 99.
         05 WS-ORD-WANT PIC 99.
         05 WS-ORD-IN PIC 99.
         05 WS-TRY-SERIAL PIC 9(9).
         05 WS-SERIAL-END PIC 9(9).

       01 WS-MSG.
         05 SHOW-NOT-FOUND PIC X(42)
           VALUE "NO SHOWING ON THAT SCREEN AT THAT TIME".
         05 SHOW-CANCELLED PIC X(42)
           VALUE "THAT SHOWING HAS BEEN CANCELLED".
         05 NO-REGISTER PIC X(42)
           VALUE "NO SERIALS HAVE BEEN ISSUED AT THIS SITE".
         05 SCAN-ADMITTED PIC X(42)
           VALUE "ADMITTED - ENJOY THE SHOW".
         05 SCAN-UNKNOWN PIC X(42)
           VALUE "NOT ONE OF OUR TICKETS - SEE BOX OFFICE".
         05 SCAN-USED PIC X(42)
           VALUE "TICKET HAS ALREADY BEEN ADMITTED".
         05 SCAN-REFUNDED PIC X(42)
           VALUE "TICKET WAS REFUNDED - SEE BOX OFFICE".
         05 SCAN-EXCHANGED PIC X(42)
           VALUE "TICKET WAS EXCHANGED - SEE BOX OFFICE".
         05 ORDER-UNKNOWN PIC X(42)
           VALUE "NO ONLINE ORDER UNDER THAT REF".
         05 ORDER-NO-SERIALS PIC X(42)
           VALUE "ORDER HAS NO SERIALS - SEE BOX OFFICE".
         05 ORDER-ALL-USED PIC X(42)
           VALUE "ORDER ALREADY ADMITTED OR REFUNDED".
         05 ERR-MSG PIC X(42).
         05 WS-ORDER-DONE.
           10 FILLER PIC X(24) VALUE "ONLINE ORDER - ADMITTED ".
           10 OD-IN PIC Z9.
           10 FILLER PIC X(4) VALUE " OF ".
           10 OD-QTY PIC Z9.
           10 FILLER PIC X(10) VALUE SPACES.
         05 WS-WRONG-DOOR.
           10 FILLER PIC X(14) VALUE "WRONG SHOWING:".
           10 FILLER PIC X(8) VALUE " SCREEN ".
           10 WD-SCREEN PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 WD-DATE PIC 9(8).
           10 FILLER PIC X VALUE SPACE.
           10 WD-TIME PIC X(4).
           10 FILLER PIC X(4) VALUE SPACES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS355".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 TT-TITLE.
           10 LINE 2 COL 19
             VALUE "MOVIE RENTALS AND SCHEDULING: TICKET TAKER".
         05 TT-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-SHOWING.
         05 LINE 5 COL 14 VALUE "SCREEN NUMBER:".
         05 COL 40 PIC 99 TO WS-SCREEN-IN REVERSE-VIDEO.
         05 LINE 6 COL 5 VALUE "SHOW DATE (YYYYMMDD, 0 = TODAY):".
         05 COL 40 PIC 9(8) TO WS-DATE-IN REVERSE-VIDEO.
         05 LINE 7 COL 13 VALUE "SHOW TIME (HHMM):".
         05 COL 40 PIC 9(4) TO WS-TIME-IN REVERSE-VIDEO.

       01 SCR-DOOR.
         05 SCR1-R4.
           10 LINE 4 COL 22 VALUE "SHOWING:".
           10 COL 32 PIC 9(4) FROM MRS-SHOW-ID.
           10 COL 38 VALUE "SCREEN".
           10 COL 45 PIC 99 FROM MRS-SCREEN-NUMBER.
           10 COL 49 PIC 9(8) FROM MRS-SHOW-DATE.
           10 COL 59 PIC X(4) FROM WS-TIME-CMP.
         05 SCR1-R6.
           10 LINE 6 COL 18 VALUE "TICKETS OUT:".
           10 COL 32 PIC ZZZZ9 FROM WS-TICKETS-OUT.
         05 SCR1-R7.
           10 LINE 7 COL 21 VALUE "ADMITTED:".
           10 COL 32 PIC ZZZZ9 FROM WS-ADMITTED.
         05 SCR1-R10.
           10 LINE 10 COL 13 VALUE "TICKET SERIAL NO:".
           10 COL 32 PIC 9(9) TO WS-SERIAL-IN REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 12 VALUE "OR ONLINE ORDER:".
           10 COL 32 PIC X(8) TO WS-ORDER-IN REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 10 VALUE "PARTY (0 = ALL):".
           10 COL 32 PIC 99 TO WS-PARTY-IN REVERSE-VIDEO.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.
         05 REFUSED-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               GOBACK
           END-IF
           MOVE SPACES TO WS-DONE
           PERFORM 200-PICK-SHOWING THRU 200-EXIT
               UNTIL (WS-DONE = "Y")
           CLOSE MRS-SHOW-FILE
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
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
           END-EVALUATE.
       170-END.
           EXIT.

      * Picks the showing being seated off the screen/date/time
      * alternate key, the way the box office finds one, then takes
      * serials at the door until the usher backs out with F4.
       200-PICK-SHOWING.
           MOVE ZEROS TO WS-SCREEN-IN
           MOVE ZEROS TO WS-DATE-IN
           MOVE ZEROS TO WS-TIME-IN
           DISPLAY CLEAR
           DISPLAY SCR-SHOWING
           ACCEPT SCR-SHOWING
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           IF WS-DATE-IN = ZEROS
               MOVE WS-TODAY-NUM TO WS-DATE-IN
           END-IF
           PERFORM 250-FIND-SHOWING THRU 250-EXIT
           IF WS-SHOW-FOUND NOT = "Y"
               MOVE SHOW-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           IF MRS-SHOW-STATUS = "C" OR MRS-SHOW-STATUS = "S"
               MOVE SHOW-CANCELLED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           MOVE ZEROS TO WS-TICKETS-OUT
           MOVE ZEROS TO WS-ADMITTED
           MOVE SPACES TO ERR-MSG
           MOVE SPACES TO WS-SHOWING-DONE
           PERFORM 300-TAKE-TICKET THRU 300-EXIT
               UNTIL (WS-SHOWING-DONE = "Y")
           IF F3
               MOVE "Y" TO WS-DONE
           END-IF.
       200-EXIT.
           EXIT.

       250-FIND-SHOWING.
           MOVE "N" TO WS-SHOW-FOUND
           MOVE WS-TIME-IN TO WS-TIME-CMP
           MOVE WS-SCREEN-IN TO MRS-SCREEN-NUMBER
           MOVE WS-DATE-IN TO MRS-SHOW-DATE
           MOVE WS-TIME-CMP TO MRS-SHOW-TIME
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SHOW-FOUND
           END-READ.
       250-EXIT.
           EXIT.

      * One stub through the door. The answer from the register is
      * shown under the serial line and stays up until the next
      * scan, so the usher only looks up when a stub is turned away.
       300-TAKE-TICKET.
           MOVE ZEROS TO WS-SERIAL-IN
           MOVE SPACES TO WS-ORDER-IN
           MOVE ZEROS TO WS-PARTY-IN
           DISPLAY CLEAR
           DISPLAY SCR-DOOR
           IF ERR-MSG NOT = SPACES
               IF MRS-SRP-ANSWER = "Y"
                   DISPLAY SUCCESS-ID
               ELSE
                   DISPLAY REFUSED-ID
               END-IF
           END-IF
           ACCEPT SCR-DOOR
           IF F3 OR F4
               MOVE "Y" TO WS-SHOWING-DONE
               GO TO 300-EXIT
           END-IF
           IF WS-SERIAL-IN = ZEROS
               IF WS-ORDER-IN NOT = SPACES
                   PERFORM 400-ADMIT-ORDER THRU 400-EXIT
               END-IF
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO MRS-SER-PUT
           MOVE "A" TO MRS-SRP-FUNCTION
           MOVE MRS-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE WS-TIME-CMP TO MRS-SRP-SHOW-TIME
           MOVE MRS-SCREEN-NUMBER TO MRS-SRP-SCREEN
           MOVE MRS-SHOW-SITE TO MRS-SRP-SITE
           MOVE ZEROS TO MRS-SRP-QTY
           MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
           MOVE WS-SERIAL-IN TO MRS-SRP-SERIAL
           CALL "MRS-6485" USING MRS-SER-PUT
           EVALUATE MRS-SRP-ANSWER
               WHEN "Y"
                   MOVE SCAN-ADMITTED TO ERR-MSG
                   MOVE MRS-SRP-OUT TO WS-TICKETS-OUT
                   MOVE MRS-SRP-IN TO WS-ADMITTED
               WHEN "U"
                   MOVE SCAN-UNKNOWN TO ERR-MSG
               WHEN "W"
                   MOVE MRS-SRP-ON-SCREEN TO WD-SCREEN
                   MOVE MRS-SRP-ON-DATE TO WD-DATE
                   MOVE MRS-SRP-ON-TIME TO WD-TIME
                   MOVE WS-WRONG-DOOR TO ERR-MSG
               WHEN "A"
                   MOVE SCAN-USED TO ERR-MSG
               WHEN "R"
                   MOVE SCAN-REFUNDED TO ERR-MSG
               WHEN "X"
                   MOVE SCAN-EXCHANGED TO ERR-MSG
               WHEN OTHER
                   MOVE NO-REGISTER TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   MOVE SPACES TO ERR-MSG
                   MOVE "Y" TO WS-SHOWING-DONE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * An online order at the door. The order has to be a partner
      * sale for this showing with serials on it; its serials are
      * admitted in turn until the party keyed is in, skipping any
      * already through the door or refunded, so a party arriving
      * in two halves is admitted by the same ref twice.
       400-ADMIT-ORDER.
           MOVE "N" TO MRS-SRP-ANSWER
           PERFORM 450-FIND-ORDER THRU 450-EXIT
           IF WS-ORDER-FOUND NOT = "Y"
               MOVE ORDER-UNKNOWN TO ERR-MSG
               GO TO 400-EXIT
           END-IF
           IF WS-ORD-SHOW-ID NOT = MRS-SHOW-ID
               MOVE WS-ORD-SCREEN TO WD-SCREEN
               MOVE WS-ORD-DATE TO WD-DATE
               MOVE WS-ORD-TIME TO WD-TIME
               MOVE WS-WRONG-DOOR TO ERR-MSG
               GO TO 400-EXIT
           END-IF
           IF WS-ORD-SERIAL = ZEROS
               MOVE ORDER-NO-SERIALS TO ERR-MSG
               GO TO 400-EXIT
           END-IF
           MOVE WS-PARTY-IN TO WS-ORD-WANT
           IF WS-ORD-WANT = ZEROS OR WS-ORD-WANT > WS-ORD-QTY
               MOVE WS-ORD-QTY TO WS-ORD-WANT
           END-IF
           MOVE ZEROS TO WS-ORD-IN
           MOVE WS-ORD-SERIAL TO WS-TRY-SERIAL
           COMPUTE WS-SERIAL-END = WS-ORD-SERIAL + WS-ORD-QTY
           PERFORM 420-ADMIT-ONE THRU 420-EXIT
               UNTIL (WS-ORD-IN NOT < WS-ORD-WANT OR
                      WS-TRY-SERIAL NOT < WS-SERIAL-END)
           IF WS-SHOWING-DONE = "Y"
               GO TO 400-EXIT
           END-IF
           IF WS-ORD-IN = ZEROS
               MOVE "A" TO MRS-SRP-ANSWER
               MOVE ORDER-ALL-USED TO ERR-MSG
               GO TO 400-EXIT
           END-IF
           MOVE "Y" TO MRS-SRP-ANSWER
           MOVE WS-ORD-IN TO OD-IN
           MOVE WS-ORD-QTY TO OD-QTY
           MOVE WS-ORDER-DONE TO ERR-MSG.
       400-EXIT.
           EXIT.

       420-ADMIT-ONE.
           MOVE SPACES TO MRS-SER-PUT
           MOVE "A" TO MRS-SRP-FUNCTION
           MOVE MRS-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE WS-TIME-CMP TO MRS-SRP-SHOW-TIME
           MOVE MRS-SCREEN-NUMBER TO MRS-SRP-SCREEN
           MOVE MRS-SHOW-SITE TO MRS-SRP-SITE
           MOVE ZEROS TO MRS-SRP-QTY
           MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
           MOVE WS-TRY-SERIAL TO MRS-SRP-SERIAL
           CALL "MRS-6485" USING MRS-SER-PUT
           EVALUATE MRS-SRP-ANSWER
               WHEN "Y"
                   ADD 1 TO WS-ORD-IN
                   MOVE MRS-SRP-OUT TO WS-TICKETS-OUT
                   MOVE MRS-SRP-IN TO WS-ADMITTED
               WHEN SPACE
                   MOVE NO-REGISTER TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   MOVE SPACES TO ERR-MSG
                   MOVE "Y" TO WS-SHOWING-DONE
                   MOVE WS-SERIAL-END TO WS-TRY-SERIAL
                   GO TO 420-EXIT
           END-EVALUATE
           ADD 1 TO WS-TRY-SERIAL.
       420-EXIT.
           EXIT.

      * Finds the partner sale line for the ref keyed. The partner
      * sells no more than 90 days ahead, so the indexed store is
      * read from 90 days before the showing up to its date; a site
      * without the store scans the flat trail instead.
       450-FIND-ORDER.
           MOVE "N" TO WS-ORDER-FOUND
           MOVE "N" TO WS-TRAIL-EOF
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (MRS-SHOW-DATE) - 90)
               MOVE WS-FROM-DATE TO MRS-TIX-DATE
               MOVE ZEROS TO MRS-TIX-TIME
               MOVE ZEROS TO MRS-TIX-SEQ
               START MRS-TSLIDX-FILE KEY IS NOT LESS THAN MRS-TIX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TRAIL-EOF
               END-START
               PERFORM 460-NEXT-STORE-LINE THRU 460-EXIT
                   UNTIL (WS-TRAIL-EOF = "Y" OR WS-ORDER-FOUND = "Y")
               CLOSE MRS-TSLIDX-FILE
               GO TO 450-EXIT
           END-IF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-TSL-STATUS NOT = '00'
               GO TO 450-EXIT
           END-IF
           PERFORM 470-NEXT-TRAIL-LINE THRU 470-EXIT
               UNTIL (WS-TRAIL-EOF = "Y" OR WS-ORDER-FOUND = "Y")
           CLOSE MRS-TICKET-SALES-FILE.
       450-EXIT.
           EXIT.

       460-NEXT-STORE-LINE.
           READ MRS-TSLIDX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAIL-EOF
                   GO TO 460-EXIT
           END-READ
           IF MRS-TIX-DATE > MRS-SHOW-DATE
               MOVE "Y" TO WS-TRAIL-EOF
               GO TO 460-EXIT
           END-IF
           MOVE MRS-TIX-LINE TO MRS-TSL-REC
           PERFORM 480-TEST-LINE THRU 480-EXIT.
       460-EXIT.
           EXIT.

       470-NEXT-TRAIL-LINE.
           READ MRS-TICKET-SALES-FILE
               AT END
                   MOVE "Y" TO WS-TRAIL-EOF
                   GO TO 470-EXIT
           END-READ
           PERFORM 480-TEST-LINE THRU 480-EXIT.
       470-EXIT.
           EXIT.

       480-TEST-LINE.
           IF MRS-TSL-TENDER NOT = "O" OR
              MRS-TSL-ACTION NOT = "SALE" OR
              MRS-TSL-COMP-AUTH NOT = WS-ORDER-IN
               GO TO 480-EXIT
           END-IF
           MOVE "Y" TO WS-ORDER-FOUND
           MOVE MRS-TSL-SHOW-ID TO WS-ORD-SHOW-ID
           MOVE MRS-TSL-SCREEN TO WS-ORD-SCREEN
           MOVE MRS-TSL-SHOW-DATE TO WS-ORD-DATE
           MOVE MRS-TSL-SHOW-TIME(1:4) TO WS-ORD-TIME
           MOVE ZEROS TO WS-ORD-SERIAL
           MOVE ZEROS TO WS-ORD-QTY
           IF MRS-TSL-SERIAL NUMERIC AND MRS-TSL-QTY NUMERIC
               MOVE MRS-TSL-SERIAL TO WS-ORD-SERIAL
               MOVE MRS-TSL-QTY TO WS-ORD-QTY
           END-IF.
       480-EXIT.
           EXIT.
