       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3590.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Offline register. When the indexed masters cannot be opened
      * (a reorg running, a file-status error, the server down) the
      * box office (MRS-3500) and the concession counter (MRS-1400)
      * hand the terminal here instead of sending the clerks back to
      * hand-written tickets; a clerk can also come here on purpose
      * with mode O. It sells only from the terminal's own copy of
      * today's showings, prices, tax rulings, and items that the
      * night run lays down (MRS-3580), and every sale goes onto the
      * terminal's offline journal for the resync run (MRS-3595) to
      * apply to the seat counts, trails, members, gift cards, and
      * passes once the masters are back.
      *
      * Called with "T" to sell tickets or "C" to sell concession
      * items. Offline the window takes cash, card, gift card, or a
      * season pass for tickets, and cash, card, or gift card at the
      * counter; card and pass numbers are keyed but cannot be
      * checked until the resync. Comps, points, split tenders,
      * promotion codes, pricing specials, combos, and refunds all
      * wait for the masters. Seats open on each showing are the
      * cached count less what this journal has already sold; stubs
      * print OFFLINE with no serial, so they are torn at the door
      * rather than scanned.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
          CURSOR IS CRPT
          CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-OFFCACHE-FILE
               ASSIGN TO UT-SYS-OFFCACHE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT MRS-OFFJRN-FILE
               ASSIGN TO UT-SYS-OFFJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFJ-STATUS.

      *    Same print file the registers use for stubs and receipts.
           SELECT MRS-RECEIPT-FILE
               ASSIGN TO UT-SYS-RECEIPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-OFFCACHE.CPY".
       COPY "CPYBOOKS/MRS-OFFJRN.CPY".

       FD  MRS-RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-RECEIPT-LINE          PIC X(80).

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-OFFCACHE       PIC X(50)
                           VALUE "C:\COBOL\LOCAL\MRS-OFFLINE-CACHE.DAT".
           05  UT-SYS-OFFJRN         PIC X(50)
                           VALUE "C:\COBOL\LOCAL\MRS-OFFLINE-JRN.DAT".
           05  UT-SYS-RECEIPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-RECEIPTS.PRT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-OFC-STATUS         PIC XX.
           05  WS-OFJ-STATUS         PIC XX.
           05  WS-RCP-STATUS         PIC XX.
           05  WS-EOF                PIC X.
           05  WV-CACHE-OK           PIC X.
           05  WV-SALE-OK            PIC X.

      * Today's showings at this site, off the cache. The seats are
      * what is still open offline: the cached count less what the
      * journal has sold against the showing.
       01  WS-OFF-SHOWS.
           05  WS-OSH-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-OSH-ENTRY OCCURS 80 TIMES.
               10  OSH-SHOW-ID       PIC 9(4).
               10  OSH-SCREEN        PIC 99.
               10  OSH-DATE          PIC 9(8).
               10  OSH-TIME          PIC X(7).
               10  OSH-SEATS         PIC S9(3).
               10  OSH-STATUS        PIC X.
               10  OSH-MOVIE         PIC X(20).
               10  OSH-RATING        PIC X(4).
               10  OSH-ATTRS         PIC X(4).

      * Ticket prices - the window's compiled-in prices, with the
      * cache's price lines laid over them.
       01  WS-PRICE-DEFAULTS.
           05  PIC X(9) VALUE "C05000700".
           05  PIC X(9) VALUE "A08001100".
           05  PIC X(9) VALUE "S06000850".
       01  WS-PRICE-TABLE REDEFINES WS-PRICE-DEFAULTS.
           05  WS-PRICE-ENTRY OCCURS 3 TIMES.
               10  WS-PRC-TYPE       PIC X.
               10  WS-PRC-MATINEE    PIC 9(2)V99.
               10  WS-PRC-EVENING    PIC 9(2)V99.

       01  WS-OFF-TAX.
           05  WS-OTX-COUNT          PIC 99 VALUE ZERO.
           05  WS-OTX-BASE           PIC 9(2)V99 VALUE ZERO.
           05  WS-OTX-ENTRY OCCURS 20 TIMES.
               10  OTX-SITE          PIC X(2).
               10  OTX-APPLIES       PIC X.
               10  OTX-EFFECTIVE     PIC 9(8).
               10  OTX-RATE          PIC 9(2)V99.

       01  WS-OFF-ITEMS.
           05  WS-OIT-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-OIT-ENTRY OCCURS 200 TIMES.
               10  OIT-ITEM-NO       PIC 9(3).
               10  OIT-NAME          PIC X(20).
               10  OIT-PRICE         PIC 9(3)V99.

       01  WORKING-VARIABLES.
           05  WS-OPERATOR-ID        PIC X(8).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WV-SCR-NUM            PIC 99.
           05  WV-SHOW-TIME-SEL      PIC 9999.
           05  WV-SHOW-TIME-CMP      PIC X(7).
           05  WV-TICKETS            PIC 99.
           05  WV-TICKET-TYPE        PIC X.
           05  WV-MEMBER-NO          PIC 9(6).
           05  WV-TENDER             PIC X.
           05  WV-CARD-NO            PIC 9(8).
           05  WV-ITEM-NO            PIC 9(3).
           05  WV-QTY                PIC 99.
           05  WV-PRICE-EACH         PIC 9(3)V99.
           05  WV-AMOUNT-DUE         PIC 9(5)V99.
           05  WV-TAX-DUE            PIC 9(5)V99.
           05  WV-TOTAL-DUE          PIC 9(6)V99.
           05  WV-TAX-RATE           PIC 9(2)V99.
           05  WV-TAX-APPLIES        PIC X.
           05  WV-TXT-BEST-EFF       PIC 9(8).
           05  WV-HIT                PIC 9(3).
           05  WV-I                  PIC 9(3).
           05  WV-STUB-I             PIC 99.
           05  WV-CONFIRM            PIC X.
           05  WV-ID-CHECKED         PIC X.
           05  WV-ENTER              PIC X.
           05  WV-WHAT               PIC X(20).
           05  WV-SEATS-SHOW         PIC 9(3).

       01  WS-STUB-LINE-1.
           05  PIC X(15) VALUE "* * TICKET * * ".
           05  ST-MOVIE              PIC X(20).
           05  PIC X(45) VALUE SPACES.
       01  WS-STUB-LINE-2.
           05  PIC X(5)  VALUE "DATE ".
           05  ST-DATE               PIC 9(8).
           05  PIC X(7)  VALUE "  TIME ".
           05  ST-TIME               PIC X(4).
           05  PIC X(9)  VALUE "  SCREEN ".
           05  ST-SCREEN             PIC 99.
           05  PIC X(45) VALUE SPACES.
       01  WS-STUB-LINE-3.
           05  PIC X(30) VALUE "GENERAL ADMISSION".
           05  PIC X(30) VALUE "OFFLINE - NO SERIAL".
           05  PIC X(20) VALUE SPACES.

       01  WS-RCPT-LINE-1.
           05  PIC X(24) VALUE "* * OFFLINE RECEIPT * * ".
           05  RC-WHAT               PIC X(20).
           05  PIC X(10) VALUE " OPERATOR ".
           05  RC-OPERATOR           PIC X(8).
           05  PIC X(18) VALUE SPACES.
       01  WS-RCPT-LINE-2.
           05  PIC X(8)  VALUE "QTY     ".
           05  RC-QTY                PIC Z9.
           05  PIC X(8)  VALUE "  TYPE  ".
           05  RC-TYPE               PIC X.
           05  PIC X(9)  VALUE "  TENDER ".
           05  RC-TENDER             PIC X.
           05  PIC X(51) VALUE SPACES.
       01  WS-RCPT-LINE-3.
           05  PIC X(8)  VALUE "AMOUNT  ".
           05  RC-AMOUNT             PIC $Z,ZZ9.99.
           05  PIC X(6)  VALUE "  TAX ".
           05  RC-TAX                PIC $ZZ9.99.
           05  PIC X(8)  VALUE "  TOTAL ".
           05  RC-TOTAL              PIC $Z,ZZ9.99.
           05  PIC X(33) VALUE SPACES.
       01  WS-RCPT-RULE.
           05  PIC X(40) VALUE ALL "-".
           05  PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OFF-KIND              PIC X.

       SCREEN SECTION.
       01  OFFLINE-SCREEN                  BLANK SCREEN
                                            PROMPT
                                            AUTO
                                            REQUIRED
                                            BACKGROUND-COLOR 0
                                            FOREGROUND-COLOR 7.
           05  OFF-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS359".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               10         COL 73           PIC Z9 FROM WS-DAY.
               10         COL 75           VALUE "/".
               10         COL 76           PIC 9999 FROM WS-YEAR.
           05  OFF-TITLE.
               10  LINE 2 COL 17
                   VALUE "MOVIE RENTALS AND SCHEDULING: ".
               10         COL 47 VALUE "OFFLINE REGISTER".
           05  OFF-WARNING                  FOREGROUND-COLOR 4.
               10  LINE 3 COL 10
                   VALUE "OFFLINE - SALES ARE HELD ON THIS TERMINAL".
               10         COL 51 VALUE " UNTIL THE RESYNC.".
           05  OFF-FUNCTION.
               10  LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN".

       01  OFF-TICKET-ENTRY.
           05  LINE 6 COL 17 VALUE "SCREEN NUMBER:".
           05         COL 33 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
           05  LINE 7 COL 10 VALUE "SHOW TIME TO SELL (HHMM):".
           05         COL 37 PIC 9999 TO WV-SHOW-TIME-SEL
                             REVERSE-VIDEO.
           05  LINE 8 COL 15 VALUE "TICKETS TO SELL:".
           05         COL 33 PIC 99 TO WV-TICKETS REVERSE-VIDEO.
           05  LINE 9 COL 11 VALUE "TICKET TYPE (C/A/S):".
           05         COL 33 PIC X TO WV-TICKET-TYPE REVERSE-VIDEO.
           05  LINE 10 COL 8 VALUE "MEMBER NO (0 = WALK-UP):".
           05         COL 33 PIC 9(6) TO WV-MEMBER-NO REVERSE-VIDEO.
           05  LINE 11 COL 13 VALUE "TENDER (C/K/G/S):".
           05         COL 33 PIC X TO WV-TENDER REVERSE-VIDEO.
           05  LINE 12 COL 8 VALUE "GIFT CARD OR PASS NO:".
           05         COL 33 PIC 9(8) TO WV-CARD-NO REVERSE-VIDEO.

       01  OFF-ITEM-ENTRY.
           05  LINE 6 COL 22 VALUE "ITEM NO:".
           05         COL 33 PIC 9(3) TO WV-ITEM-NO REVERSE-VIDEO.
           05  LINE 7 COL 21 VALUE "QUANTITY:".
           05         COL 33 PIC 99 TO WV-QTY REVERSE-VIDEO.
           05  LINE 8 COL 8 VALUE "MEMBER NO (0 = WALK-UP):".
           05         COL 33 PIC 9(6) TO WV-MEMBER-NO REVERSE-VIDEO.
           05  LINE 9 COL 15 VALUE "TENDER (C/K/G):".
           05         COL 33 PIC X TO WV-TENDER REVERSE-VIDEO.
           05  LINE 10 COL 17 VALUE "GIFT CARD NO:".
           05         COL 33 PIC 9(8) TO WV-CARD-NO REVERSE-VIDEO.

       01  OFF-PRICED.
           05  LINE 14 COL 26 VALUE "FOR:".
           05         COL 33 PIC X(20) FROM WV-WHAT.
           05  LINE 15 COL 20 VALUE "SEATS LEFT:".
           05         COL 33 PIC ZZ9 FROM WV-SEATS-SHOW.
           05  LINE 17 COL 20 VALUE "AMOUNT DUE:".
           05         COL 33 PIC $Z,ZZ9.99 FROM WV-AMOUNT-DUE.
           05         COL 44 VALUE "TAX:".
           05         COL 49 PIC $ZZ9.99 FROM WV-TAX-DUE.
           05         COL 58 VALUE "TOTAL:".
           05         COL 65 PIC $Z,ZZ9.99 FROM WV-TOTAL-DUE.
           05  LINE 22 COL 15 VALUE "CONFIRM SALE:  Y/N".
           05         COL 39 PIC X TO WV-CONFIRM REVERSE-VIDEO.

       01  OFF-MESSAGE-BOX.
           05  OFF-NO-CACHE                 FOREGROUND-COLOR 4.
               10  LINE 22 COL 6
                   VALUE "NO OFFLINE COPY ON THIS TERMINAL FOR TODAY".
               10         COL 48 VALUE " - WRITE TICKETS BY HAND.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-NO-JOURNAL               FOREGROUND-COLOR 4.
               10  LINE 22 COL 6
                   VALUE "OFFLINE JOURNAL CANNOT BE WRITTEN ON THIS".
               10         COL 47 VALUE " TERMINAL - SEE A SUPERVISOR.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-NO-SHOWING               FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 10 VALUE "NO SHOWING AT THAT TIME IN".
               10         COL 36 VALUE " THE OFFLINE COPY.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-NOT-ON-SALE              FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 10 VALUE "THAT SHOWING IS NOT ON SALE.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-NO-SEATS                 FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 10 VALUE "NOT ENOUGH SEATS LEFT ON".
               10         COL 34 VALUE " THAT SHOWING.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-AGE-BLOCKED              FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 6 VALUE "NO CHILD TICKETS ON AN R OR".
               10         COL 33 VALUE " NC-17 FEATURE WHILE OFFLINE.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-ADULT-BLOCKED            FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 6 VALUE "21 AND OVER SHOWING - NO".
               10         COL 30 VALUE " CHILD TICKETS.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-ID-ASK                   FOREGROUND-COLOR 3.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 6 VALUE "21 AND OVER SHOWING - GUEST".
               10         COL 33 VALUE " ID CHECKED? Y/N".
               10         COL 51 PIC X TO WV-ID-CHECKED REVERSE-VIDEO.
           05  OFF-BAD-ENTRY                FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 6 VALUE "CHECK THE QUANTITY, TYPE, AND".
               10         COL 35 VALUE " TENDER - G AND S NEED A".
               10         COL 59 VALUE " NUMBER.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-NO-ITEM                  FOREGROUND-COLOR 4.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 10 VALUE "NO ACTIVE ITEM UNDER THAT".
               10         COL 35 VALUE " NUMBER IN THE OFFLINE COPY.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.
           05  OFF-SALE-HELD                FOREGROUND-COLOR 2.
               10  LINE 22 COL 1 BLANK LINE.
               10         COL 10 VALUE "SALE HELD FOR RESYNC.".
               10  LINE 24 COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 70 PIC X TO WV-ENTER.

       procedure division USING LS-OFF-KIND.

           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY

           PERFORM 200-LOAD-CACHE THRU 200-EXIT
           IF (WV-CACHE-OK NOT = "Y")
               DISPLAY OFFLINE-SCREEN
               DISPLAY OFF-NO-CACHE
               ACCEPT OFF-NO-CACHE
               goback
           END-IF
           PERFORM 250-TAKE-OFF-JOURNAL THRU 250-EXIT

           OPEN EXTEND MRS-OFFJRN-FILE
           IF (WS-OFJ-STATUS = '35')
               OPEN OUTPUT MRS-OFFJRN-FILE
           END-IF
           IF (WS-OFJ-STATUS NOT = '00')
               DISPLAY OFFLINE-SCREEN
               DISPLAY OFF-NO-JOURNAL
               ACCEPT OFF-NO-JOURNAL
               goback
           END-IF
           OPEN EXTEND MRS-RECEIPT-FILE
           IF (WS-RCP-STATUS = '35')
               OPEN OUTPUT MRS-RECEIPT-FILE
           END-IF

           IF (LS-OFF-KIND = "C")
               PERFORM 500-SELL-ITEM THRU 500-EXIT
                   UNTIL (F3 OR F4)
           ELSE
               PERFORM 400-SELL-TICKETS THRU 400-EXIT
                   UNTIL (F3 OR F4)
           END-IF

           CLOSE MRS-OFFJRN-FILE
           IF (WS-RCP-STATUS = '00')
               CLOSE MRS-RECEIPT-FILE
           END-IF
           goback.

      * Loads the cache into the tables. Only today's showings at
      * this site are kept (a blank site on either side keeps the
      * single-house behavior); a cache with no header, or one
      * carrying no showing for today, is no use to the window.
       200-LOAD-CACHE.
           MOVE "N" TO WV-CACHE-OK
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-OFFCACHE-FILE
           IF (WS-OFC-STATUS NOT = '00')
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-OFFCACHE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 210-LOAD-ONE-LINE THRU 210-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-OFFCACHE-FILE
           IF (LS-OFF-KIND = "C" AND WS-OIT-COUNT > ZERO)
               MOVE "Y" TO WV-CACHE-OK
           END-IF
           IF (LS-OFF-KIND NOT = "C" AND WS-OSH-COUNT > ZERO)
               MOVE "Y" TO WV-CACHE-OK
           END-IF.
       200-EXIT.
           EXIT.

       210-LOAD-ONE-LINE.
           EVALUATE MRS-OFC-KIND
               WHEN "H"
                   MOVE MRS-OFC-H-TAX-BASE TO WS-OTX-BASE
               WHEN "S"
                   IF (MRS-OFC-S-DATE = WS-TODAY-NUM AND
                       WS-OSH-COUNT < 80 AND
                       (MRS-OFC-S-SITE = SPACES OR
                        MRS-SIGNON-SITE = SPACES OR
                        MRS-SIGNON-SITE = LOW-VALUES OR
                        MRS-OFC-S-SITE = MRS-SIGNON-SITE))
                       ADD 1 TO WS-OSH-COUNT
                       MOVE MRS-OFC-S-SHOW-ID
                           TO OSH-SHOW-ID(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-SCREEN TO OSH-SCREEN(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-DATE TO OSH-DATE(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-TIME TO OSH-TIME(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-SEATS TO OSH-SEATS(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-STATUS TO OSH-STATUS(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-MOVIE-NAME
                           TO OSH-MOVIE(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-RATING TO OSH-RATING(WS-OSH-COUNT)
                       MOVE MRS-OFC-S-ATTRS TO OSH-ATTRS(WS-OSH-COUNT)
                   END-IF
               WHEN "P"
                   PERFORM VARYING WV-I FROM 1 BY 1 UNTIL (WV-I > 3)
                       IF (WS-PRC-TYPE(WV-I) = MRS-OFC-P-TYPE)
                           MOVE MRS-OFC-P-MATINEE
                               TO WS-PRC-MATINEE(WV-I)
                           MOVE MRS-OFC-P-EVENING
                               TO WS-PRC-EVENING(WV-I)
                       END-IF
                   END-PERFORM
               WHEN "T"
                   IF (WS-OTX-COUNT < 20)
                       ADD 1 TO WS-OTX-COUNT
                       MOVE MRS-OFC-T-SITE TO OTX-SITE(WS-OTX-COUNT)
                       MOVE MRS-OFC-T-APPLIES
                           TO OTX-APPLIES(WS-OTX-COUNT)
                       MOVE MRS-OFC-T-EFFECTIVE
                           TO OTX-EFFECTIVE(WS-OTX-COUNT)
                       MOVE MRS-OFC-T-RATE TO OTX-RATE(WS-OTX-COUNT)
                   END-IF
               WHEN "I"
                   IF (WS-OIT-COUNT < 200)
                       ADD 1 TO WS-OIT-COUNT
                       MOVE MRS-OFC-I-ITEM-NO
                           TO OIT-ITEM-NO(WS-OIT-COUNT)
                       MOVE MRS-OFC-I-NAME TO OIT-NAME(WS-OIT-COUNT)
                       MOVE MRS-OFC-I-PRICE TO OIT-PRICE(WS-OIT-COUNT)
                   END-IF
           END-EVALUATE.
       210-EXIT.
           EXIT.

      * Takes the seats this terminal has already sold offline off
      * the cached counts, so a register signed off and back on (or
      * a second clerk on the same terminal) cannot sell them again.
       250-TAKE-OFF-JOURNAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-OFFJRN-FILE
           IF (WS-OFJ-STATUS NOT = '00')
               GO TO 250-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-OFFJRN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (MRS-OFJ-KIND = "T")
                           PERFORM VARYING WV-I FROM 1 BY 1
                               UNTIL (WV-I > WS-OSH-COUNT)
                               IF (OSH-SHOW-ID(WV-I) = MRS-OFJ-SHOW-ID)
                                   SUBTRACT MRS-OFJ-QTY
                                       FROM OSH-SEATS(WV-I)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-OFFJRN-FILE.
       250-EXIT.
           EXIT.

      * One ticket sale: the showing is found in the offline copy by
      * screen and time, the same key the window sells by, and
      * priced off the cached prices and tax rulings.
       400-SELL-TICKETS.
           MOVE ZEROS TO WV-SCR-NUM
           MOVE ZEROS TO WV-SHOW-TIME-SEL
           MOVE ZEROS TO WV-TICKETS
           MOVE SPACES TO WV-TICKET-TYPE
           MOVE ZEROS TO WV-MEMBER-NO
           MOVE "C" TO WV-TENDER
           MOVE ZEROS TO WV-CARD-NO
           MOVE SPACES TO WV-CONFIRM
           DISPLAY OFFLINE-SCREEN
           ACCEPT OFF-TICKET-ENTRY
           IF (F3 OR F4)
               GO TO 400-EXIT
           END-IF
           MOVE ZEROS TO WV-HIT
           MOVE WV-SHOW-TIME-SEL TO WV-SHOW-TIME-CMP
           PERFORM VARYING WV-I FROM 1 BY 1
               UNTIL (WV-I > WS-OSH-COUNT)
               IF (OSH-SCREEN(WV-I) = WV-SCR-NUM AND
                   OSH-TIME(WV-I) = WV-SHOW-TIME-CMP)
                   MOVE WV-I TO WV-HIT
               END-IF
           END-PERFORM
           IF (WV-HIT = ZEROS)
               DISPLAY OFF-NO-SHOWING
               ACCEPT OFF-NO-SHOWING
               GO TO 400-EXIT
           END-IF
           IF (OSH-STATUS(WV-HIT) = "C" OR OSH-STATUS(WV-HIT) = "P" OR
               OSH-STATUS(WV-HIT) = "S")
               DISPLAY OFF-NOT-ON-SALE
               ACCEPT OFF-NOT-ON-SALE
               GO TO 400-EXIT
           END-IF
           PERFORM 410-CHECK-TICKET-ENTRY THRU 410-EXIT
           IF (WV-SALE-OK NOT = "Y")
               DISPLAY OFF-BAD-ENTRY
               ACCEPT OFF-BAD-ENTRY
               GO TO 400-EXIT
           END-IF
      *    There is no supervisor to verify offline, so the R
      *    override the window allows waits for the masters too.
           IF (WV-TICKET-TYPE = "C" AND
               (OSH-RATING(WV-HIT) = "R" OR
                OSH-RATING(WV-HIT) = "NC17"))
               DISPLAY OFF-AGE-BLOCKED
               ACCEPT OFF-AGE-BLOCKED
               GO TO 400-EXIT
           END-IF
           IF (OSH-ATTRS(WV-HIT)(3:1) = "A")
               IF (WV-TICKET-TYPE = "C")
                   DISPLAY OFF-ADULT-BLOCKED
                   ACCEPT OFF-ADULT-BLOCKED
                   GO TO 400-EXIT
               END-IF
               MOVE SPACES TO WV-ID-CHECKED
               DISPLAY OFF-ID-ASK
               ACCEPT OFF-ID-ASK
               IF (WV-ID-CHECKED NOT = "Y")
                   GO TO 400-EXIT
               END-IF
           END-IF
           IF (OSH-SEATS(WV-HIT) < WV-TICKETS)
               DISPLAY OFF-NO-SEATS
               ACCEPT OFF-NO-SEATS
               GO TO 400-EXIT
           END-IF
           PERFORM 420-PRICE-TICKETS THRU 420-EXIT
           MOVE OSH-MOVIE(WV-HIT) TO WV-WHAT
           MOVE OSH-SEATS(WV-HIT) TO WV-SEATS-SHOW
           DISPLAY OFF-PRICED
           ACCEPT OFF-PRICED
           IF (WV-CONFIRM NOT = "Y")
               GO TO 400-EXIT
           END-IF
           PERFORM 430-JOURNAL-TICKETS THRU 430-EXIT
           SUBTRACT WV-TICKETS FROM OSH-SEATS(WV-HIT)
           PERFORM 440-PRINT-TICKETS THRU 440-EXIT
           DISPLAY OFF-SALE-HELD
           ACCEPT OFF-SALE-HELD.
       400-EXIT.
           EXIT.

       410-CHECK-TICKET-ENTRY.
           MOVE "Y" TO WV-SALE-OK
           IF (WV-TICKETS = ZEROS)
               MOVE "N" TO WV-SALE-OK
           END-IF
           IF (WV-TICKET-TYPE NOT = "C" AND WV-TICKET-TYPE NOT = "A"
               AND WV-TICKET-TYPE NOT = "S")
               MOVE "N" TO WV-SALE-OK
           END-IF
           IF (WV-TENDER NOT = "C" AND WV-TENDER NOT = "K" AND
               WV-TENDER NOT = "G" AND WV-TENDER NOT = "S")
               MOVE "N" TO WV-SALE-OK
           END-IF
           IF ((WV-TENDER = "G" OR WV-TENDER = "S") AND
               WV-CARD-NO = ZEROS)
               MOVE "N" TO WV-SALE-OK
           END-IF
           IF (WV-TENDER = "S" AND WV-CARD-NO > 999999)
               MOVE "N" TO WV-SALE-OK
           END-IF.
       410-EXIT.
           EXIT.

      * Matinee before 5:00 PM, evening after, the window's rule. A
      * pass admission rings at zero money, as at the window.
       420-PRICE-TICKETS.
           MOVE ZEROS TO WV-PRICE-EACH
           PERFORM VARYING WV-I FROM 1 BY 1 UNTIL (WV-I > 3)
               IF (WS-PRC-TYPE(WV-I) = WV-TICKET-TYPE)
                   IF (WV-SHOW-TIME-SEL < 1700)
                       MOVE WS-PRC-MATINEE(WV-I) TO WV-PRICE-EACH
                   ELSE
                       MOVE WS-PRC-EVENING(WV-I) TO WV-PRICE-EACH
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WV-AMOUNT-DUE = WV-TICKETS * WV-PRICE-EACH
           MOVE "T" TO WV-TAX-APPLIES
           MOVE WS-OTX-BASE TO WV-TAX-RATE
           PERFORM 470-FIND-TAX-RATE THRU 470-EXIT
           COMPUTE WV-TAX-DUE ROUNDED =
               (WV-AMOUNT-DUE * WV-TAX-RATE) / 100
           IF (WV-TENDER = "S")
               MOVE ZEROS TO WV-AMOUNT-DUE
               MOVE ZEROS TO WV-TAX-DUE
           END-IF
           COMPUTE WV-TOTAL-DUE = WV-AMOUNT-DUE + WV-TAX-DUE.
       420-EXIT.
           EXIT.

       430-JOURNAL-TICKETS.
           PERFORM 480-START-JOURNAL-LINE THRU 480-EXIT
           MOVE "T" TO MRS-OFJ-KIND
           MOVE OSH-SHOW-ID(WV-HIT) TO MRS-OFJ-SHOW-ID
           MOVE OSH-SCREEN(WV-HIT) TO MRS-OFJ-SCREEN
           MOVE OSH-DATE(WV-HIT) TO MRS-OFJ-SHOW-DATE
           MOVE OSH-TIME(WV-HIT) TO MRS-OFJ-SHOW-TIME
           MOVE WV-TICKETS TO MRS-OFJ-QTY
           MOVE WV-TICKET-TYPE TO MRS-OFJ-TYPE
           IF (WV-TENDER = "S")
               MOVE WV-CARD-NO TO MRS-OFJ-PASS-NO
           END-IF
           WRITE MRS-OFJ-REC.
       430-EXIT.
           EXIT.

       440-PRINT-TICKETS.
           IF (WS-RCP-STATUS NOT = '00')
               GO TO 440-EXIT
           END-IF
           MOVE OSH-MOVIE(WV-HIT) TO ST-MOVIE
           MOVE OSH-DATE(WV-HIT) TO ST-DATE
           MOVE OSH-TIME(WV-HIT)(1:4) TO ST-TIME
           MOVE WV-SCR-NUM TO ST-SCREEN
           PERFORM VARYING WV-STUB-I FROM 1 BY 1
               UNTIL (WV-STUB-I > WV-TICKETS)
               WRITE MRS-RECEIPT-LINE FROM WS-STUB-LINE-1
               WRITE MRS-RECEIPT-LINE FROM WS-STUB-LINE-2
               WRITE MRS-RECEIPT-LINE FROM WS-STUB-LINE-3
           END-PERFORM
           MOVE WV-TICKETS TO RC-QTY
           MOVE WV-TICKET-TYPE TO RC-TYPE
           PERFORM 490-PRINT-RECEIPT THRU 490-EXIT.
       440-EXIT.
           EXIT.

      * Settles the tax rate for today at this site off the cached
      * rulings - the latest effective date not after today wins.
      * The caller sets the fallback rate before coming here.
       470-FIND-TAX-RATE.
           MOVE ZEROS TO WV-TXT-BEST-EFF
           PERFORM VARYING WV-I FROM 1 BY 1
               UNTIL (WV-I > WS-OTX-COUNT)
               IF OTX-APPLIES(WV-I) = WV-TAX-APPLIES AND
                  (OTX-SITE(WV-I) = MRS-SIGNON-SITE OR
                   OTX-SITE(WV-I) = "**") AND
                  OTX-EFFECTIVE(WV-I) <= WS-TODAY-NUM AND
                  OTX-EFFECTIVE(WV-I) >= WV-TXT-BEST-EFF
                   MOVE OTX-EFFECTIVE(WV-I) TO WV-TXT-BEST-EFF
                   MOVE OTX-RATE(WV-I) TO WV-TAX-RATE
               END-IF
           END-PERFORM.
       470-EXIT.
           EXIT.

      * The parts of a journal line every sale fills the same way.
       480-START-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO MRS-OFJ-REC
           MOVE WS-YEAR TO MRS-OFJ-YEAR
           MOVE WS-MONTH TO MRS-OFJ-MONTH
           MOVE WS-DAY TO MRS-OFJ-DAY
           MOVE WS-DATETIME(9:6) TO MRS-OFJ-TIME
           MOVE WS-OPERATOR-ID TO MRS-OFJ-OPERATOR
           MOVE MRS-SIGNON-SITE TO MRS-OFJ-SITE
           MOVE ZEROS TO MRS-OFJ-SHOW-ID
           MOVE ZEROS TO MRS-OFJ-SCREEN
           MOVE ZEROS TO MRS-OFJ-SHOW-DATE
           MOVE ZEROS TO MRS-OFJ-ITEM-NO
           MOVE ZEROS TO MRS-OFJ-GC-NO
           MOVE ZEROS TO MRS-OFJ-PASS-NO
           MOVE WV-AMOUNT-DUE TO MRS-OFJ-AMOUNT
           MOVE WV-TAX-DUE TO MRS-OFJ-TAX
           MOVE WV-TENDER TO MRS-OFJ-TENDER
           MOVE WV-MEMBER-NO TO MRS-OFJ-MEMBER-NO
           IF (WV-TENDER = "G")
               MOVE WV-CARD-NO TO MRS-OFJ-GC-NO
           END-IF.
       480-EXIT.
           EXIT.

       490-PRINT-RECEIPT.
           MOVE WV-WHAT TO RC-WHAT
           MOVE WS-OPERATOR-ID TO RC-OPERATOR
           MOVE WV-TENDER TO RC-TENDER
           MOVE WV-AMOUNT-DUE TO RC-AMOUNT
           MOVE WV-TAX-DUE TO RC-TAX
           MOVE WV-TOTAL-DUE TO RC-TOTAL
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-1
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-2
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-3
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-RULE.
       490-EXIT.
           EXIT.

      * One concession item sale off the cached items, taxed at the
      * prepared-food rate (none when no ruling matches, as at the
      * counter).
       500-SELL-ITEM.
           MOVE ZEROS TO WV-ITEM-NO
           MOVE 1 TO WV-QTY
           MOVE ZEROS TO WV-MEMBER-NO
           MOVE "C" TO WV-TENDER
           MOVE ZEROS TO WV-CARD-NO
           MOVE SPACES TO WV-CONFIRM
           DISPLAY OFFLINE-SCREEN
           ACCEPT OFF-ITEM-ENTRY
           IF (F3 OR F4)
               GO TO 500-EXIT
           END-IF
           MOVE ZEROS TO WV-HIT
           PERFORM VARYING WV-I FROM 1 BY 1
               UNTIL (WV-I > WS-OIT-COUNT)
               IF (OIT-ITEM-NO(WV-I) = WV-ITEM-NO)
                   MOVE WV-I TO WV-HIT
               END-IF
           END-PERFORM
           IF (WV-HIT = ZEROS)
               DISPLAY OFF-NO-ITEM
               ACCEPT OFF-NO-ITEM
               GO TO 500-EXIT
           END-IF
           IF (WV-QTY = ZEROS)
               MOVE 1 TO WV-QTY
           END-IF
           IF ((WV-TENDER NOT = "C" AND WV-TENDER NOT = "K" AND
                WV-TENDER NOT = "G") OR
               (WV-TENDER = "G" AND WV-CARD-NO = ZEROS))
               DISPLAY OFF-BAD-ENTRY
               ACCEPT OFF-BAD-ENTRY
               GO TO 500-EXIT
           END-IF
           COMPUTE WV-AMOUNT-DUE = WV-QTY * OIT-PRICE(WV-HIT)
           MOVE "C" TO WV-TAX-APPLIES
           MOVE ZEROS TO WV-TAX-RATE
           PERFORM 470-FIND-TAX-RATE THRU 470-EXIT
           COMPUTE WV-TAX-DUE ROUNDED =
               (WV-AMOUNT-DUE * WV-TAX-RATE) / 100
           COMPUTE WV-TOTAL-DUE = WV-AMOUNT-DUE + WV-TAX-DUE
           MOVE OIT-NAME(WV-HIT) TO WV-WHAT
           MOVE ZEROS TO WV-SEATS-SHOW
           DISPLAY OFF-PRICED
           ACCEPT OFF-PRICED
           IF (WV-CONFIRM NOT = "Y")
               GO TO 500-EXIT
           END-IF
           PERFORM 480-START-JOURNAL-LINE THRU 480-EXIT
           MOVE "C" TO MRS-OFJ-KIND
           MOVE WV-ITEM-NO TO MRS-OFJ-ITEM-NO
           MOVE WV-QTY TO MRS-OFJ-QTY
           WRITE MRS-OFJ-REC
           IF (WS-RCP-STATUS = '00')
               MOVE WV-QTY TO RC-QTY
               MOVE SPACES TO RC-TYPE
               PERFORM 490-PRINT-RECEIPT THRU 490-EXIT
           END-IF
           DISPLAY OFF-SALE-HELD
           ACCEPT OFF-SALE-HELD.
       500-EXIT.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "OFFCACHE"
                   MOVE CFG-PATH TO UT-SYS-OFFCACHE
               WHEN "OFFJRN"
                   MOVE CFG-PATH TO UT-SYS-OFFJRN
               WHEN "RECEIPT"
                   MOVE CFG-PATH TO UT-SYS-RECEIPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-3590.
