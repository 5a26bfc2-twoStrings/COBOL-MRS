      * showing's seats-available count so the figure reflects what
      * is actually still open.
      *
      * At a single-counter site the same sale can take concession
      * items and combos (CONCESSIONS Y) before the tender is keyed:
      * the guest pays once for everything and gets one receipt and
      * one member credit, while each concession line still lands
      * on the concession sales trail exactly as the counter would
      * have written it, so the item summary and stock depletion
      * runs see no difference.
      *
      * When the show file will not open (a reorg in progress, the
      * server down) the window drops straight to the offline
      * register (MRS-3590) selling from the nightly cache; mode O
      * goes there on purpose. What it sells is put on the live
      * files by the resync run (MRS-3595).
      *
      * A staff employee id keyed on a sale rings it as a staff
      * sale: the staff discount rule for the ticket type (and for
      * each concession on the checkout) comes off in place of any
      * promotion code, MRS-1570 checks the whole checkout against
      * the employee's monthly allowance before any seats move, and
      * every line goes on the staff purchase ledger. A staff sale
      * is paid for - comp, points, and pass tenders refuse it.
      *
      * Mode D hands the window to the assistive device desk
      * (MRS-3560) to check a listening headset or caption display
      * out against a showing, or back in.
      *
      * Mode B puts up the box office board (MRS-3570) - every
      * showing today at the site with its sold, held, and open
      * seats and the day's money so far - for the manager working
      * the windows in a rush.
      *
      * A tax exemption certificate keyed on a sale or refund (a
      * school, a church) rings it without tax: MRS-1620 proves the
      * certificate on file, unrevoked, and unexpired before any
      * seats move, the trail lines carry zero tax, and the tickets
      * and any concessions on the checkout go on the tax exempt
      * sales ledger under the certificate. An exempt sale does not
      * exchange - it is refunded under the same certificate and
      * rung again.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

      *    Concession items, combos, and the concession sales trail,
      *    for the concessions rung on a combined checkout.
           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CONS-STATUS.

           SELECT MRS-COMBO-FILE
               ASSIGN TO UT-SYS-COMBO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CMB-NO
               FILE STATUS IS WS-CMB-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "CPYBOOKS/MRS-BIZDAY.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-COMBO.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".

       FD  MRS-TAX-FILE
           RECORD CONTAINS 8 CHARACTERS.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-TIXPUT.CPY".
       COPY "CPYBOOKS/MRS-SERPUT.CPY".
       COPY "CPYBOOKS/MRS-STFPUT.CPY".
       COPY "CPYBOOKS/MRS-TXEPUT.CPY".

       01  WORKING-VARIABLES.
           05  WV-SCR-NUM            PIC 99.
           05  WV-TICKETS            PIC 99.
           05  WV-CONFIRM            PIC X.
           05  WV-ENTER              PIC X.
           05  WV-TICKET-TYPE        PIC X.
           05  WV-TYPE-VALID         PIC X.
           05  WV-MODE               PIC X VALUE "S".
           05  WV-CAP-CHECK          PIC 9(4).
           05  WV-GEN-POOL-MAX       PIC S9(4).
           05  WV-SEAT-ROW           PIC 99.
           05  WV-SEAT-NO            PIC 99.
           05  WV-SEATS-DONE         PIC 99.
           05  PIC X(7)  VALUE "  TIME ".
           05  ST-TIME               PIC X(4).
           05  PIC X(9)  VALUE "  SCREEN ".
           05  ST-SCREEN             PIC 99.
           05  PIC X(45) VALUE SPACES.
       01  WS-STUB-LINE-3.
           05  ST-SEAT-TEXT          PIC X(30).
           05  PIC X(8)  VALUE "SERIAL ".
           05  ST-SERIAL             PIC 9(9).
           05  PIC X(33) VALUE SPACES.
       01  WS-STUB-SEAT-BUILD.
           05  PIC X(4)  VALUE "ROW ".
           05  SB-ROW                PIC 99.
           05  PIC X(8)  VALUE "  TOTAL ".
           05  RC-TOTAL              PIC $Z,ZZ9.99.
           05  PIC X(33) VALUE SPACES.
       01  WS-RCPT-CON-LINE.
           05  PIC X(2)  VALUE SPACES.
           05  RC-CON-NAME           PIC X(20).
           05  PIC X(5)  VALUE " QTY ".
           05  RC-CON-QTY            PIC Z9.
           05  PIC X(2)  VALUE SPACES.
           05  RC-CON-AMOUNT         PIC $Z,ZZ9.99.
           05  PIC X(40) VALUE SPACES.
       01  WS-RCPT-CON-TOTAL.
           05  PIC X(12) VALUE "CONCESSIONS ".
           05  RC-CON-TOTAL          PIC $Z,ZZ9.99.
           05  PIC X(6)  VALUE "  TAX ".
           05  RC-CON-TAXES          PIC $ZZ9.99.
           05  PIC X(11) VALUE "  PAID IN  ".
           05  RC-CHK-TOTAL          PIC $ZZ,ZZ9.99.
           05  PIC X(25) VALUE SPACES.
       01  WS-RCPT-SPLIT-LINE.
           05  PIC X(8)  VALUE "  PAID  ".
           05  RC-SPL-MONEY          PIC $Z,ZZ9.99.
           05  PIC X(9)  VALUE "  TENDER ".
           05  RC-SPL-TENDER         PIC X.
           05  PIC X(53) VALUE SPACES.
       01  WS-RCPT-RULE.
           05  PIC X(40) VALUE ALL "-".
           05  PIC X(40) VALUE SPACES.

       01  WS-XCHG-WORK.
           05  WV-NEW-SCR            PIC 99.
           05  WV-NEW-DATE           PIC 9(8).
           05  WV-NEW-TIME           PIC 9(4).
           05  WV-OLD-SHOW-ID        PIC 9(4).
           05  WV-NEW-SHOW-ID        PIC 9(4).
           05  WV-OLD-SCR            PIC 99.
           05  WV-OLD-AMOUNT         PIC 9(4)V99.
           05  WV-OLD-TAX            PIC 9(5)V99.
           05  WV-OLD-TOTAL          PIC 9(6)V99.
           05  WV-XCHG-ACTION        PIC X(4).
           05  WV-XCHG-OK            PIC X.

      * Ticket serials. A sale draws a consecutive run for its stubs
      * off MRS-6485; a refund or exchange takes each stub's serial
      * back as the customer hands it over, so a used or already
      * paid-back stub is never paid back again. A stub printed
      * before serials existed is keyed as zero, which takes the
      * same supervisor say-so as any other override.
       01  WS-SERIAL-WORK.
           05  WV-FIRST-SERIAL       PIC 9(9).
           05  WV-SER-KEYED          PIC 9(9).
           05  WV-SER-SHOW-ID        PIC 9(4).
           05  WV-SER-OK             PIC X.
           05  WV-SER-DUP            PIC X.
           05  WV-RET-DONE           PIC 99.
           05  WV-RET-I              PIC 99.
           05  WV-RET-CNT            PIC 99 VALUE ZERO.
           05  WV-RET-SERIAL         PIC 9(9) OCCURS 99 TIMES.

      * The jurisdiction tax rulings, loaded once at startup. The
      * rate in force for a sale is the matching ruling (this site
      * or "**", admissions side) with the latest effective date
           05  WV-AGE-OK             PIC X.
           05  WV-AGE-RATING         PIC X(4).
           05  WV-OVERRIDE           PIC X.
           05  WV-ID-CHECKED         PIC X.

       01  WS-PROMO-WORK.
           05  WS-PRM-STATUS         PIC XX.
           05  WV-PROMO-OK           PIC X.
           05  WV-PRM-DATE           PIC 9(8).

      * Staff sale: the employee keyed (blank = not a staff sale),
      * the selling date the allowance month is taken from, and the
      * worst answer MRS-1570 gave on any line of the checkout - the
      * tender check refuses the sale on anything but "Y".
       01  WS-STAFF-WORK.
           05  WV-STAFF-ID           PIC X(8).
           05  WV-STAFF-OK           PIC X.
           05  WV-STAFF-ANSWER       PIC X.
           05  WV-STAFF-LEFT         PIC 9(5)V99.
           05  WV-STAFF-DATE         PIC 9(8).
           05  WV-STAFF-PEND         PIC 9(5)V99.
           05  WV-STAFF-CLASS        PIC X(4).

       01  WS-RULE-MATCH.
           05  WV-RULE-I             PIC 9(2).
           05  WV-PRC-DATE           PIC 9(8).
           05  WT-SHOW-TIME.
               10  WT-SHOW-HOUR      PIC 99.
               10  WT-SHOW-MIN       PIC 99.
           05  WT-SEATS-AVALIBLE     PIC 999 VALUE 40.
           05  WT-RATING             PIC X(4).
           05  WT-SCREEN-NUMBER      PIC 99.

       01  WS-FILENAMES.
      * File path(s)
           05  UT-SYS-MRS-TIC           PIC X(50)
                                   VALUE "C:\COBOL\MRS-TICKET-INFO.DAT".
                               VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
           05  UT-SYS-TSLIDX            PIC X(50)
                               VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
           05  UT-SYS-CONCESS           PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-COMBO             PIC X(50)
                               VALUE "C:\COBOL\MRS-COMBO-INDEX.DAT".
           05  UT-SYS-CON-SALES         PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-FILE-CFG          PIC X(50)
                               VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

           05  WV-TAX-DUE            PIC 9(5)V99.
           05  WV-TOTAL-DUE          PIC 9(6)V99.
           05  WS-MEM-ON-FILE        PIC X.
      *    What the guest pays at this checkout - the tickets plus
      *    any concessions rung with them. The tender is checked,
      *    split, and spent against these.
           05  WV-CHK-AMOUNT         PIC 9(6)V99.
           05  WV-CHK-TAX            PIC 9(5)V99.
           05  WV-CHK-TOTAL          PIC 9(6)V99.

      * The show file's open status decides whether this window
      * sells live or falls back to the offline register.
       01  WS-OFFLINE-CTL.
           05  WS-SHOW-STATUS           PIC XX.
           05  WV-OFF-KIND              PIC X     VALUE "T".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS            PIC XX.
           05  WV-GC-OK              PIC X.
           05  WV-GC-ON-FILE         PIC X.

      * Tax exempt sale: the certificate keyed, whether MRS-1620
      * passed it, and the tax the table rate would have charged on
      * the tickets and on the concessions, which goes on the
      * ledger beside the exempt money.
       01  WS-EXEMPT-WORK.
           05  WV-EXEMPT-CERT        PIC X(12).
           05  WV-EXEMPT-SALE        PIC X.
           05  WV-EXEMPT-ANSWER      PIC X.
           05  WV-EXEMPT-WHY         PIC X(30).
           05  WV-EXEMPT-DATE        PIC 9(8).
           05  WV-EXM-TKT-TAX        PIC 9(5)V99.
           05  WV-EXM-CON-TAX        PIC 9(5)V99.

       01  WS-PASS-WORK.
           05  WS-PASS-STATUS        PIC XX.
           05  WV-PASS-NO            PIC 9(6).
       01  WS-POINTS-RULES.
           05  WS-PTS-PER-TICKET     PIC 9(3) VALUE 10.
           05  WS-PTS-PER-ADMIT      PIC 9(5) VALUE 100.
           05  WS-PTS-PER-CON-DOLLAR PIC 9(2) VALUE 1.
       01  WS-POINTS-WORK.
           05  WV-PT-OK              PIC X.
           05  WV-TND-OK             PIC X.
           05  WV-POINTS-NEED        PIC 9(7).
           05  WV-CON-DOLLARS        PIC 9(6).

      * Split tender (tender M): the clerk keys up to four portions,
      * each cash, card, or gift card with its with-tax money, until
      * the total is covered. Each portion then carries its share of
      * the amount and tax onto the trail lines, used up line by
      * line as the ticket and concession lines are written.
       01  WS-CON-WORK.
           05  WS-CONS-STATUS        PIC XX.
           05  WS-CMB-STATUS         PIC XX.
           05  WS-CSL-STATUS         PIC XX.
           05  WV-ADD-CON            PIC X.
           05  WV-CON-OK             PIC X.
           05  WV-CON-DONE           PIC X.
           05  WV-CON-IN             PIC X(3).
           05  WV-CON-QTY            PIC 99.
           05  WV-CON-NO             PIC 9(3).
           05  WV-CON-TAX-RATE       PIC 9(2)V99.
           05  WV-CON-AMOUNT         PIC 9(6)V99.
           05  WV-CON-TAX            PIC 9(5)V99.
           05  WV-CON-LINE-AMT       PIC 9(5)V99.
           05  WV-CON-LINE-TAX       PIC 9(5)V99.
           05  WV-CON-I              PIC 99.
           05  WV-CON-CNT            PIC 99.
           05  WV-CSL-ITEM           PIC 9(3).
           05  WV-CSL-QTY            PIC 99.
           05  WV-CSL-AMOUNT         PIC 9(5)V99.
           05  WV-CSL-TAX            PIC 9(5)V99.
           05  WV-CSL-TENDER         PIC X.
           05  WV-CSL-DISC           PIC 9(5)V99.
           05  WV-REG-TOTAL          PIC 9(7)V99.
           05  WV-ALLOC              PIC 9(5)V99.
           05  WV-ALLOC-SUM          PIC 9(5)V99.
           05  WV-CMP                PIC 9.
           05  WV-LAST-CMP           PIC 9.
           05  WV-CMP-PRICE          PIC 9(3)V99 OCCURS 5 TIMES.
      *    The concessions on this checkout: an item ("I") or a
      *    combo ("C") with its quantity, money, and tax.
           05  WV-CON-SLOT OCCURS 10 TIMES.
               10  WV-CS-KIND        PIC X.
               10  WV-CS-NO          PIC 9(3).
               10  WV-CS-NAME        PIC X(20).
               10  WV-CS-QTY         PIC 99.
               10  WV-CS-AMOUNT      PIC 9(5)V99.
               10  WV-CS-TAX         PIC 9(5)V99.
               10  WV-CS-DISC        PIC 9(5)V99.

       01  WS-SPLIT-WORK.
           05  WV-SPL-OK             PIC X.
           05  WV-SPL-CNT            PIC 9.
           05  WV-SPL-I              PIC 9.
           05  WV-SPL-BIG            PIC 9.
           05  WV-SPL-LEFT           PIC 9(6)V99.
           05  WV-SPL-KEY-TND        PIC X.
           05  WV-SPL-KEY-AMT        PIC 9(6)V99.
           05  WV-SPL-KEY-GC         PIC 9(8).
           05  WV-SPL-GC-HELD        PIC 9(6)V99.
           05  WV-SPL-AMT-SUM        PIC 9(6)V99.
           05  WV-SPL-TAX-SUM        PIC 9(5)V99.
           05  WV-SPL-LINE-AMT       PIC 9(5)V99.
           05  WV-SPL-LINE-TAX       PIC 9(5)V99.
           05  WV-SPL-WROTE          PIC X.
           05  WV-SPL-PART OCCURS 4 TIMES.
               10  WV-SPL-TND        PIC X.
               10  WV-SPL-MONEY      PIC 9(6)V99.
               10  WV-SPL-AMT        PIC 9(6)V99.
               10  WV-SPL-TAX        PIC 9(5)V99.
               10  WV-SPL-AMT-LEFT   PIC 9(6)V99.
               10  WV-SPL-TAX-LEFT   PIC 9(5)V99.
               10  WV-SPL-GC         PIC 9(8).

       LINKAGE SECTION.
       01  LS-OPTION    PIC 9.
                                            FOREGROUND-COLOR 7.
           05  TS-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS350".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".

           05  CHECK-SCREEN.
               10  LINE 6 COL 17 VALUE "SCREEN NUMBER:".
               10  LINE 6 COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
               10  LINE 7 COL 17 VALUE "OPERATOR ID:".
               10  LINE 7 COL 32 PIC X(8) FROM WS-OPERATOR-ID.
               10  LINE 5 COL 6 VALUE "MODE (S/R/X/G/A/P/T/O/D/B):".
               10  LINE 5 COL 34 PIC X USING WV-MODE REVERSE-VIDEO.

           05 TS-FUNCTION.
               10          COL 34 PIC X VALUE ":".
               10          COL 35 PIC 99 FROM WT-SHOW-MIN.
               10  LINE 8 COL 32 PIC X(4) FROM WT-RATING.
               10  LINE 9 COL 29 PIC ZZ9 FROM WT-SEATS-AVALIBLE.

           05  SALE-SHOWDATE-ENTRY.
               10  LINE 10 COL 8 VALUE "SHOW DATE (0 = TODAY):".
                                    REVERSE-VIDEO.

           05  SALE-TENDER-ENTRY.
               10  LINE 15 COL 8 VALUE "TENDER (C/K/P/G/L/M):".
               10          COL 33 PIC X TO WV-TENDER REVERSE-VIDEO.

           05  SALE-ADA-ENTRY.
               10  LINE 16 COL 8 VALUE "ACCESSIBLE SEATS (Y/N):".
               10          COL 33 PIC X TO WV-ADA REVERSE-VIDEO.

           05  SALE-CON-ENTRY.
               10  LINE 16 COL 37 VALUE "CONCESSIONS (Y/N):".
               10          COL 56 PIC X TO WV-ADD-CON REVERSE-VIDEO.

           05  SALE-PROMO-ENTRY.
               10  LINE 18 COL 7 VALUE "PROMO CODE (BLANK=NONE):".
               10          COL 33 PIC X(8) TO WV-PROMO-CODE
                                    REVERSE-VIDEO.

           05  SALE-STAFF-ENTRY.
               10  LINE 18 COL 44 VALUE "STAFF EMP:".
               10          COL 55 PIC X(8) TO WV-STAFF-ID
                                    REVERSE-VIDEO.

           05  SALE-EXEMPT-ENTRY.
               10  LINE 20 COL 8 VALUE "TAX EXEMPT CERT NO:".
               10          COL 33 PIC X(12) TO WV-EXEMPT-CERT
                                    REVERSE-VIDEO.

       01  SALE-CONFIRM-BOX.
           05  SALE-AMOUNT-SHOW.
               10  LINE 17 COL 20 VALUE "AMOUNT DUE:".
       01  XCHG-BOX.
           05  XCHG-NEW-ENTRY.
               10  LINE 18 COL 5 VALUE "EXCHANGE TO - SCREEN:".
               10          COL 27 PIC 99 TO WV-NEW-SCR REVERSE-VIDEO.
               10          COL 30 VALUE "DATE:".
               10          COL 36 PIC 9(8) TO WV-NEW-DATE
                                    REVERSE-VIDEO.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  XCHG-EXEMPT-REFUSED          FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 5 VALUE "A TAX EXEMPT SALE DOES NOT".
               10          COL 31 VALUE " EXCHANGE - RING A REFUND,".
               10          COL 57 VALUE " THEN A NEW SALE.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  XCHG-ADA-REFUSED             FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 5 VALUE "ACCESSIBLE SEATS DO NOT".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       01  SERIAL-BOX.
           05  SERIAL-ENTRY.
               10  LINE 19 COL 5 VALUE "SERIAL ON THE STUB COMING".
               10          COL 30 VALUE " BACK (0 = NONE PRINTED):".
               10          COL 57 PIC 9(9) TO WV-SER-KEYED
                                    REVERSE-VIDEO.

           05  SERIAL-UNKNOWN               FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "NO TICKET WAS EVER SOLD UNDER".
               10          COL 39 VALUE " THAT SERIAL.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SERIAL-WRONG-SHOW            FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THAT STUB IS FOR ANOTHER".
               10          COL 34 VALUE " SHOWING - SCREEN".
               10          COL 52 PIC 99 FROM MRS-SRP-ON-SCREEN.
               10          COL 55 PIC 9(8) FROM MRS-SRP-ON-DATE.
               10          COL 64 PIC X(4) FROM MRS-SRP-ON-TIME.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SERIAL-USED                  FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THAT TICKET ALREADY WENT".
               10          COL 34 VALUE " THROUGH THE DOOR.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SERIAL-GONE                  FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THAT TICKET WAS ALREADY".
               10          COL 33 VALUE " REFUNDED OR EXCHANGED.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SERIAL-TWICE                 FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THAT SERIAL WAS ALREADY KEYED".
               10          COL 39 VALUE " ON THIS TRANSACTION.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SERIAL-NONE-BLOCKED          FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 8 VALUE "A STUB WITH NO SERIAL NEEDS A".
               10          COL 37 VALUE " SUPERVISOR TO TAKE IT BACK.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       01  COMP-BOX.
           05  COMP-AUTH-ENTRY.
               10  LINE 18 COL 5 VALUE "COMP REASON (MG/MK/PR):".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  MEM-MERGED                   FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "MEMBER NUMBER WAS MERGED -".
               10          COL 37 VALUE " NOT CREDITED.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  POINTS-NEED-MEMBER           FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "A POINTS ADMISSION NEEDS A".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       01  CON-BOX.
           05  CON-ITEM-ENTRY.
               10  LINE 19 COL 1 BLANK LINE.
               10          COL 8 VALUE "CONCESSIONS:".
               10          COL 21 PIC $ZZ,ZZ9.99 FROM WV-CON-AMOUNT.
               10          COL 33 VALUE "CHECKOUT TOTAL:".
               10          COL 49 PIC $ZZ,ZZ9.99 FROM WV-CHK-TOTAL.
               10  LINE 20 COL 1 BLANK LINE.
               10          COL 8 VALUE "ITEM (NNN/CNN, BLANK=DONE):".
               10          COL 36 PIC X(3) TO WV-CON-IN REVERSE-VIDEO.
               10          COL 46 VALUE "QTY:".
               10          COL 51 PIC 99 TO WV-CON-QTY REVERSE-VIDEO.
               10  LINE 21 COL 1 BLANK LINE.

           05  CON-ITEM-BAD                 FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "NO ACTIVE ITEM OR COMBO UNDER".
               10          COL 39 VALUE " THAT NUMBER.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  CON-FULL                     FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "TEN CONCESSION LINES IS THE".
               10          COL 37 VALUE " MOST ONE CHECKOUT TAKES.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  CON-NEED-MONEY               FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "CONCESSIONS NEED A MONEY".
               10          COL 34 VALUE " TENDER - C, K, G, OR M.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  STAFF-BAD                    FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "NOT AN EMPLOYEE ON THE".
               10          COL 32 VALUE " STAFF DISCOUNT.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  STAFF-OVER                   FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "OVER THE MONTH'S STAFF".
               10          COL 32 VALUE " ALLOWANCE - LEFT:".
               10          COL 51 PIC $Z,ZZ9.99 FROM WV-STAFF-LEFT.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  STAFF-NEED-MONEY             FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "A STAFF SALE NEEDS A MONEY".
               10          COL 36 VALUE " TENDER - C, K, G, OR M.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  CON-NOT-HERE                 FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "NO CONCESSION FILES AT THIS".
               10          COL 37 VALUE " SITE - RING THEM AT THE".
               10          COL 61 VALUE " COUNTER.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       01  SPLIT-TENDER-BOX.
           05  SPLIT-ENTRY.
               10  LINE 19 COL 1 BLANK LINE.
               10  LINE 20 COL 1 BLANK LINE.
               10  LINE 21 COL 1 BLANK LINE.
               10  LINE 19 COL 8 VALUE "SPLIT - LEFT TO PAY:".
               10          COL 30 PIC $ZZ,ZZ9.99 FROM WV-SPL-LEFT.
               10          COL 44 VALUE "TENDER (C/K/G):".
               10          COL 60 PIC X TO WV-SPL-KEY-TND
                                    REVERSE-VIDEO.
               10  LINE 20 COL 8 VALUE "PORTION (0 = ALL LEFT):".
               10          COL 33 PIC 9(6)V99 TO WV-SPL-KEY-AMT
                                    REVERSE-VIDEO.
               10  LINE 21 COL 8 VALUE "GIFT CARD NO:".
               10          COL 33 PIC 9(8) TO WV-SPL-KEY-GC
                                    REVERSE-VIDEO.

           05  SPLIT-BAD-PORTION            FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "TENDER MUST BE C, K, OR G -".
               10          COL 38 VALUE " NO MORE THAN IS LEFT.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  SPLIT-SALE-ONLY              FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "SPLIT TENDER IS FOR A SALE".
               10          COL 37 VALUE " - PAY A REFUND BACK IN ONE.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       01  SEASON-PASS-BOX.
           05  PASS-SELL-ENTRY.
               10  LINE 8  COL 14 VALUE "PASS NO:".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  EXEMPT-REFUSED               FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "TAX EXEMPT CERTIFICATE".
               10          COL 33 PIC X(30) FROM WV-EXEMPT-WHY.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  INVALID-TICKET-TYPE          FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "TICKET TYPE MUST BE C, A,".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  AGE-ADULT-BLOCKED            FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "21 AND OVER SHOWING - NO".
               10          COL 34 VALUE " CHILD TICKETS.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  AGE-ID-ASK                   FOREGROUND-COLOR 3.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 6 VALUE "21 AND OVER SHOWING - GUEST".
               10          COL 33 VALUE " ID CHECKED? Y/N".
               10          COL 51 PIC X TO WV-ID-CHECKED REVERSE-VIDEO.
               10  LINE 24 COL 1 BLANK LINE.

           05  AGE-OVERRIDE-ASK             FOREGROUND-COLOR 3.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 6 VALUE "CHILD TICKET ON AN R FEATURE".
       procedure division USING LS-OPTION.

           PERFORM 900-OPEN-FILES THRU 900-EXIT
      *    No show file, no live sale - the offline register sells
      *    from the cache until the masters are back.
           IF WS-SHOW-STATUS NOT = '00'
               PERFORM 910-CLOSE-FILES THRU 910-EXIT
               CALL "MRS-3590" USING WV-OFF-KIND
               goback
           END-IF
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                       MOVE "S" TO WV-MODE
                       GO TO 200-EXIT
                   END-IF
      * T hands the terminal to the ticket taker screen for the
      * door, and comes back selling.
                   IF (WV-MODE = "T")
                       CALL "MRS-3550"
                       MOVE "S" TO WV-MODE
                       GO TO 200-EXIT
                   END-IF
      * O sells from the offline cache by hand - for the moments
      * the masters are up here but known bad elsewhere.
                   IF (WV-MODE = "O")
                       CALL "MRS-3590" USING WV-OFF-KIND
                       MOVE "S" TO WV-MODE
                       GO TO 200-EXIT
                   END-IF
      * D lends out and takes back the listening and caption
      * devices, and comes back selling.
                   IF (WV-MODE = "D")
                       CALL "MRS-3560"
                       MOVE "S" TO WV-MODE
                       GO TO 200-EXIT
                   END-IF
      * B puts up the box office board for the manager, and comes
      * back selling.
                   IF (WV-MODE = "B")
                       CALL "MRS-3570"
                       MOVE "S" TO WV-MODE
                       GO TO 200-EXIT
                   END-IF
                   IF (WV-MODE NOT = "R" AND WV-MODE NOT = "G" AND
                       WV-MODE NOT = "A" AND WV-MODE NOT = "X")
                       MOVE "S" TO WV-MODE
           MOVE SPACES TO WV-TICKET-TYPE
           MOVE SPACES TO WV-PROMO-CODE
           MOVE ZEROS TO WV-DISCOUNT
           MOVE SPACES TO WV-STAFF-ID
           MOVE "Y" TO WV-STAFF-ANSWER
           MOVE ZEROS TO WV-AMOUNT-DUE
           MOVE "N" TO WV-ADD-CON
           MOVE ZEROS TO WV-CON-CNT
           MOVE ZEROS TO WV-CON-AMOUNT
           MOVE ZEROS TO WV-CON-TAX
           MOVE SPACES TO WV-EXEMPT-CERT
           MOVE "N" TO WV-EXEMPT-SALE
           MOVE ZEROS TO WV-EXM-TKT-TAX
           MOVE ZEROS TO WV-EXM-CON-TAX

           PERFORM 475-FKEY-ENTERED THRU 475-EXIT
           UNTIL (WV-CONFIRM = "Y" OR
                       IF (WV-AGE-OK NOT = "Y")
                           CONTINUE
                       ELSE
      * Concessions on a combined checkout are rung here, before the
      * tender, so the gift card or split is checked against what
      * the guest actually owes for everything.
                       PERFORM 650-TAKE-CONCESSIONS THRU 650-EXIT
                       IF (WV-CON-OK NOT = "Y")
                           CONTINUE
                       ELSE
      * Tender G spends a gift card and tender L spends a member's
      * points - either is checked (and the clerk prompted for what
      * it needs) before any seats move, so a short card or a thin
                           PERFORM 470-WRITE-AUDIT THRU 470-EXIT
                           PERFORM 480-WRITE-SALE-TXN THRU 480-EXIT
                           PERFORM 490-CREDIT-MEMBER THRU 490-EXIT
                           IF (WV-STAFF-ID NOT = SPACES)
                               PERFORM 498-POST-STAFF THRU 498-EXIT
                           END-IF

                           DISPLAY SALE-SUCCESS
                           ACCEPT SALE-SUCCESS
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   PERFORM 850-UNLOCK-SHOWING THRU 850-EXIT
           IF (WV-TND-OK NOT = "Y")
               GO TO 410-EXIT
           END-IF
      *    Every stub coming back is keyed by its serial before any
      *    seats move - a used stub or one already paid back stops
      *    the refund here.
           PERFORM 445-TAKE-BACK-SERIALS THRU 445-EXIT
           IF (WV-SER-OK NOT = "Y")
               GO TO 410-EXIT
           END-IF
      *    A cancelled showing's refunds settle against the seats
      *    that were actually sold when it was pulled - the seats
      *    themselves never go back on sale.
           MOVE WV-SCR-NUM TO MRS-SCR-NUMBER
           READ MRS-SCREEN-FILE
               INVALID KEY
                   MOVE 9999 TO WV-CAP-CHECK
                   MOVE ZEROS TO MRS-SCR-CAPACITY
                   MOVE ZEROS TO WV-GEN-POOL-MAX
               NOT INVALID KEY
           MOVE MRS-SHOW-ID TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       459-EXIT.
           EXIT.
           MOVE WV-SCR-NUM TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       470-EXIT.
           EXIT.
      * keyed a member number: one more visit, the tickets added on.
      * Zero means a walk-up; an unknown number is simply not
      * credited (the counter is too busy for an error stop), and a
      * site with no member file yet skips the whole thing. A number
      * merged away on MRS-1210 is credited to its survivor.
       490-CREDIT-MEMBER.
           IF WV-MEMBER-NO = ZERO OR WS-MEM-STATUS NOT = '00'
               GO TO 490-EXIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-MEM-ON-FILE
           END-READ
           IF WS-MEM-ON-FILE = "Y"
               PERFORM 491-FOLLOW-MERGE THRU 491-EXIT
           END-IF
           IF WS-MEM-ON-FILE = "Y"
               ADD 1 TO MRS-MEM-VISITS
               ADD WV-TICKETS TO MRS-MEM-TICKETS
      *        The day of the sale just written, for the lapsed
      *        member list.
               MOVE MRS-TSL-DATE TO MRS-MEM-LAST-VISIT
      *        Tickets bought with money earn points; an admission
      *        already paid in points does not earn more.
               IF (MRS-MEM-POINTS NOT NUMERIC)
                   COMPUTE MRS-MEM-POINTS = MRS-MEM-POINTS
                       + (WV-TICKETS * WS-PTS-PER-TICKET)
               END-IF
      *        Concessions on the same checkout earn at the
      *        counter's rate, in this one credit.
               IF (WV-CON-CNT > ZERO AND WV-MODE NOT = "R")
                   MOVE WV-CON-AMOUNT TO WV-CON-DOLLARS
                   COMPUTE MRS-MEM-POINTS = MRS-MEM-POINTS
                       + (WV-CON-DOLLARS * WS-PTS-PER-CON-DOLLAR)
               END-IF
               REWRITE MRS-MEMBER-REC
           END-IF.
       490-EXIT.
           EXIT.

      * Follows a number merged away on MRS-1210 to the member it
      * was merged into, and on again if that one has since been
      * merged too. A number merged before the survivor was kept on
      * the record has nowhere to go and is refused.
       491-FOLLOW-MERGE.
           IF (MRS-MEM-ACTIVE-FLAG NOT = "M")
               GO TO 491-EXIT
           END-IF
           IF (MRS-MEM-MERGED-INTO NOT NUMERIC OR
               MRS-MEM-MERGED-INTO = ZEROS)
               MOVE "N" TO WS-MEM-ON-FILE
               DISPLAY MEM-MERGED
               ACCEPT MEM-MERGED
               GO TO 491-EXIT
           END-IF
           MOVE MRS-MEM-MERGED-INTO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE "N" TO WS-MEM-ON-FILE
                   GO TO 491-EXIT
           END-READ
           GO TO 491-FOLLOW-MERGE.
       491-EXIT.
           EXIT.

      * Appends one transaction line to the ticket sales file naming
      * the exact showing the seats came off of, so a showing's seats
      * sold can be reconciled back to the individual sales later
           IF (WV-TENDER = "S" AND WV-MODE NOT = "R")
               MOVE "PADM" TO MRS-TSL-ACTION
           END-IF
      *    Anything other than card, comp, gift card, points, a
      *    season pass, or a split counts as cash - the drawer
      *    report buckets it that way too.
           IF (WV-TENDER NOT = "K" AND WV-TENDER NOT = "P" AND
               WV-TENDER NOT = "G" AND WV-TENDER NOT = "L" AND
               WV-TENDER NOT = "S" AND WV-TENDER NOT = "M")
               MOVE "C" TO WV-TENDER
           END-IF
           MOVE WV-PROMO-CODE TO MRS-TSL-PROMO-CODE
           MOVE WV-COMP-REASON TO MRS-TSL-COMP-REASON
           MOVE WV-COMP-AUTH TO MRS-TSL-COMP-AUTH
           MOVE WV-TENDER TO MRS-TSL-TENDER
      *    A sale draws its stubs' serials before the line goes
      *    down, so the line carries the first of the run; a refund
      *    carries the first serial it took back.
           IF (WV-MODE = "R")
               PERFORM 447-FIRST-RETURNED THRU 447-EXIT
           ELSE
               PERFORM 444-ISSUE-SERIALS THRU 444-EXIT
           END-IF
           MOVE WV-FIRST-SERIAL TO MRS-TSL-SERIAL
      *    A split sale goes down as one line per tender so the
      *    drawer, card settlement, and posting runs each see their
      *    own money; the lines share the serial and only the first
      *    carries the seats.
           IF (WV-TENDER = "M")
               PERFORM 487-WRITE-SPLIT-LINES THRU 487-EXIT
           ELSE
               COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
               WRITE MRS-TSL-REC
               PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT
           END-IF
           IF (WV-MODE = "R")
               MOVE "R" TO MRS-SRP-VOID-AS
               PERFORM 448-VOID-RETURNED THRU 448-EXIT
           END-IF
           IF (WV-CON-CNT > ZERO AND WV-MODE NOT = "R")
               PERFORM 660-WRITE-CON-LINES THRU 660-EXIT
           END-IF
      *    A gift-card tender moves the card balance the moment the
      *    trail line is down: a sale spends it, a refund puts the
      *    money back on the plastic. A points tender moves the
           IF (WV-TENDER = "G" AND WS-GC-STATUS = '00')
               PERFORM 482-POST-GIFT-TENDER THRU 482-EXIT
           END-IF
           IF (WV-TENDER = "M" AND WS-GC-STATUS = '00')
               PERFORM 489-POST-SPLIT-GIFT THRU 489-EXIT
           END-IF
           IF (WV-TENDER = "L" AND WS-MEM-STATUS = '00')
               PERFORM 492-POST-POINTS-TENDER THRU 492-EXIT
           END-IF
               WV-MODE NOT = "R")
               PERFORM 494-POST-PASS-TENDER THRU 494-EXIT
           END-IF
      *    An exempt sale or refund goes on the exempt sales ledger
      *    under its certificate once its trail lines are down.
           IF (WV-EXEMPT-SALE = "Y")
               PERFORM 473-POST-EXEMPT THRU 473-EXIT
           END-IF
      *    The customer walks away with paper now: stubs per seat
      *    on a sale, a register receipt either way - the refund
      *    receipt is what the window takes back next time.
      * rental pointer, so an advance stub names the right feature
      * rather than whatever is playing right now.
       484-PRINT-TRANSACTION.
           IF (WV-MODE NOT = "R")
               PERFORM 485-PRINT-STUBS THRU 485-EXIT
           END-IF
           IF (WV-MODE = "R")
               MOVE "* * REFUND * *  " TO RC-KIND
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-1
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-2
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-3
           IF (WV-CON-CNT > ZERO AND WV-MODE NOT = "R")
               PERFORM VARYING WV-CON-I FROM 1 BY 1
               UNTIL (WV-CON-I > WV-CON-CNT)
                   MOVE WV-CS-NAME(WV-CON-I) TO RC-CON-NAME
                   MOVE WV-CS-QTY(WV-CON-I) TO RC-CON-QTY
                   MOVE WV-CS-AMOUNT(WV-CON-I) TO RC-CON-AMOUNT
                   WRITE MRS-RECEIPT-LINE FROM WS-RCPT-CON-LINE
               END-PERFORM
               MOVE WV-CON-AMOUNT TO RC-CON-TOTAL
               MOVE WV-CON-TAX TO RC-CON-TAXES
               MOVE WV-CHK-TOTAL TO RC-CHK-TOTAL
               WRITE MRS-RECEIPT-LINE FROM WS-RCPT-CON-TOTAL
           END-IF
           IF (WV-TENDER = "M")
               PERFORM VARYING WV-SPL-I FROM 1 BY 1
               UNTIL (WV-SPL-I > WV-SPL-CNT)
                   MOVE WV-SPL-TND(WV-SPL-I) TO RC-SPL-TENDER
                   MOVE WV-SPL-MONEY(WV-SPL-I) TO RC-SPL-MONEY
                   WRITE MRS-RECEIPT-LINE FROM WS-RCPT-SPLIT-LINE
               END-PERFORM
           END-IF
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-RULE
           MOVE ZEROS TO WV-PICK-CNT.
       484-EXIT.
           EXIT.

      * The split sale's ticket lines, built on the line 480 already
      * filled in: the tickets' money is taken out of the portions'
      * shares in order, one line per portion it touches. Every line
      * after the first goes down at zero seats so the showing's
      * count is not doubled. Concession lines on the same checkout
      * then use up what the shares have left (670).
       487-WRITE-SPLIT-LINES.
           MOVE WV-AMOUNT-DUE TO WV-SPL-LINE-AMT
           MOVE WV-TAX-DUE TO WV-SPL-LINE-TAX
           MOVE "N" TO WV-SPL-WROTE
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               IF (WV-SPL-LINE-AMT > WV-SPL-AMT-LEFT(WV-SPL-I))
                   MOVE WV-SPL-AMT-LEFT(WV-SPL-I) TO MRS-TSL-AMOUNT
               ELSE
                   MOVE WV-SPL-LINE-AMT TO MRS-TSL-AMOUNT
               END-IF
               IF (WV-SPL-LINE-TAX > WV-SPL-TAX-LEFT(WV-SPL-I))
                   MOVE WV-SPL-TAX-LEFT(WV-SPL-I) TO MRS-TSL-TAX
               ELSE
                   MOVE WV-SPL-LINE-TAX TO MRS-TSL-TAX
               END-IF
               IF (MRS-TSL-AMOUNT > ZERO OR MRS-TSL-TAX > ZERO)
                   SUBTRACT MRS-TSL-AMOUNT
                       FROM WV-SPL-AMT-LEFT(WV-SPL-I)
                   SUBTRACT MRS-TSL-TAX FROM WV-SPL-TAX-LEFT(WV-SPL-I)
                   SUBTRACT MRS-TSL-AMOUNT FROM WV-SPL-LINE-AMT
                   SUBTRACT MRS-TSL-TAX FROM WV-SPL-LINE-TAX
                   MOVE WV-SPL-TND(WV-SPL-I) TO MRS-TSL-TENDER
                   COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
                   WRITE MRS-TSL-REC
                   PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT
                   MOVE ZEROS TO MRS-TSL-QTY
                   MOVE "Y" TO WV-SPL-WROTE
               END-IF
           END-PERFORM
      *    Tickets that came to nothing still need their seats on
      *    the trail.
           IF (WV-SPL-WROTE = "N")
               MOVE ZEROS TO MRS-TSL-AMOUNT
               MOVE ZEROS TO MRS-TSL-TAX
               MOVE WV-SPL-TND(1) TO MRS-TSL-TENDER
               COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
               WRITE MRS-TSL-REC
               PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT
           END-IF.
       487-EXIT.
           EXIT.

      * Spends each gift card portion of a split sale off its card.
       489-POST-SPLIT-GIFT.
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               IF (WV-SPL-TND(WV-SPL-I) = "G")
                   MOVE WV-SPL-GC(WV-SPL-I) TO MRS-GC-NO
                   READ MRS-GIFT-CARD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WV-SPL-MONEY(WV-SPL-I)
                               FROM MRS-GC-BALANCE
                           REWRITE MRS-GIFT-CARD-REC
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
       489-EXIT.
           EXIT.

      * One stub per seat on the showing in hand, numbered up from
      * the first serial of the run the sale drew.
       485-PRINT-STUBS.
           MOVE "(FEATURE)" TO ST-MOVIE
           IF WS-MOV-STATUS = '00'
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-MOVIE-NAME TO ST-MOVIE
               END-READ
           END-IF
           MOVE MRS-SHOW-DATE TO ST-DATE
           MOVE MRS-SHOW-TIME(1:4) TO ST-TIME
           MOVE WV-SCR-NUM TO ST-SCREEN
           PERFORM 486-PRINT-ONE-STUB THRU 486-EXIT
               VARYING WV-STUB-I FROM 1 BY 1
               UNTIL (WV-STUB-I > WV-TICKETS).
       485-EXIT.
           EXIT.

       486-PRINT-ONE-STUB.
           MOVE ZEROS TO ST-SERIAL
           IF (WV-FIRST-SERIAL NOT = ZEROS)
               COMPUTE ST-SERIAL = WV-FIRST-SERIAL + WV-STUB-I - 1
           END-IF
           IF (WV-STUB-I <= WV-PICK-CNT)
               MOVE WP-ROW(WV-STUB-I) TO SB-ROW
               MOVE WP-SEAT(WV-STUB-I) TO SB-SEAT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO WS-MEM-ON-FILE
           PERFORM 491-FOLLOW-MERGE THRU 491-EXIT
           IF (WS-MEM-ON-FILE NOT = "Y")
               GO TO 492-EXIT
           END-IF
           IF (MRS-MEM-POINTS NOT NUMERIC)
               MOVE ZEROS TO MRS-MEM-POINTS
           END-IF
      * showing's rental pointer; a showing with no rating on file
      * passes (the gate cannot be stricter than the data). On an R
      * feature a supervisor may override, and the override lands
      * on the audit trail; NC-17 refuses outright. A showing set
      * 21 and over refuses a child ticket the same way NC-17 does,
      * whatever the feature, and every other ticket type waits on
      * the clerk confirming the guest's ID was checked.
       457-CHECK-AGE.
           MOVE "Y" TO WV-AGE-OK
           IF (MRS-SHOW-ATR-ADULT = "A")
               IF (WV-TICKET-TYPE = "C")
                   MOVE "N" TO WV-AGE-OK
                   DISPLAY AGE-ADULT-BLOCKED
                   ACCEPT AGE-ADULT-BLOCKED
                   GO TO 457-EXIT
               END-IF
               MOVE SPACES TO WV-ID-CHECKED
               DISPLAY AGE-ID-ASK
               ACCEPT AGE-ID-ASK
               IF (WV-ID-CHECKED NOT = "Y")
                   MOVE "N" TO WV-AGE-OK
               END-IF
               GO TO 457-EXIT
           END-IF
           IF (WV-TICKET-TYPE NOT = "C")
               GO TO 457-EXIT
           END-IF
           MOVE MRS-SHOW-ID TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       458-EXIT.
           EXIT.
      * Ordinary money tenders pass straight through.
       455-CHECK-TENDER.
           MOVE "Y" TO WV-TND-OK
           PERFORM 469-CHECK-STAFF THRU 469-EXIT
           IF (WV-STAFF-OK NOT = "Y")
               MOVE "N" TO WV-TND-OK
               GO TO 455-EXIT
           END-IF
           PERFORM 460-CHECK-GIFT-TENDER THRU 460-EXIT
           IF (WV-GC-OK NOT = "Y")
               MOVE "N" TO WV-TND-OK
           PERFORM 464-CHECK-PASS-TENDER THRU 464-EXIT
           IF (WV-PASS-OK NOT = "Y")
               MOVE "N" TO WV-TND-OK
               GO TO 455-EXIT
           END-IF
           PERFORM 466-CHECK-SPLIT-TENDER THRU 466-EXIT
           IF (WV-SPL-OK NOT = "Y")
               MOVE "N" TO WV-TND-OK
           END-IF.
       455-EXIT.
           EXIT.

      * Tender M takes the with-tax total in portions until nothing
      * is left to pay. A gift card portion is proved live and
      * covered as it is keyed (counting any earlier portion on the
      * same card); no balance moves until the trail lines are down,
      * so F4 part way through walks away with nothing spent. A
      * refund goes back in one tender, so M is a sale-only tender.
       466-CHECK-SPLIT-TENDER.
           MOVE "Y" TO WV-SPL-OK
           MOVE ZEROS TO WV-SPL-CNT
           IF (WV-TENDER NOT = "M")
               GO TO 466-EXIT
           END-IF
           IF (WV-MODE = "R")
               MOVE "N" TO WV-SPL-OK
               DISPLAY SPLIT-SALE-ONLY
               ACCEPT SPLIT-SALE-ONLY
               GO TO 466-EXIT
           END-IF
      *    Nothing owed leaves nothing to split - it rings as cash.
           IF (WV-CHK-TOTAL = ZERO)
               MOVE "C" TO WV-TENDER
               GO TO 466-EXIT
           END-IF
           MOVE WV-CHK-TOTAL TO WV-SPL-LEFT
           PERFORM 467-TAKE-ONE-PORTION THRU 467-EXIT
               UNTIL (WV-SPL-LEFT = ZERO OR WV-SPL-OK NOT = "Y")
           IF (WV-SPL-OK = "Y")
               PERFORM 468-APPORTION-SPLIT THRU 468-EXIT
           END-IF.
       466-EXIT.
           EXIT.

      * One keyed portion. A zero portion takes everything left, and
      * the fourth portion always does - four tenders is the most a
      * receipt carries.
       467-TAKE-ONE-PORTION.
           MOVE SPACE TO WV-SPL-KEY-TND
           MOVE ZEROS TO WV-SPL-KEY-AMT
           MOVE ZEROS TO WV-SPL-KEY-GC
           DISPLAY SPLIT-ENTRY
           ACCEPT SPLIT-ENTRY
           IF (F3 OR F4)
               MOVE "N" TO WV-SPL-OK
               GO TO 467-EXIT
           END-IF
           IF (WV-SPL-KEY-AMT = ZERO OR WV-SPL-CNT = 3)
               MOVE WV-SPL-LEFT TO WV-SPL-KEY-AMT
           END-IF
           IF ((WV-SPL-KEY-TND NOT = "C" AND
                WV-SPL-KEY-TND NOT = "K" AND
                WV-SPL-KEY-TND NOT = "G") OR
               WV-SPL-KEY-AMT > WV-SPL-LEFT)
               DISPLAY SPLIT-BAD-PORTION
               ACCEPT SPLIT-BAD-PORTION
               GO TO 467-EXIT
           END-IF
           IF (WV-SPL-KEY-TND = "G")
               IF (WS-GC-STATUS NOT = '00')
                   DISPLAY GIFT-CARD-BAD
                   ACCEPT GIFT-CARD-BAD
                   GO TO 467-EXIT
               END-IF
               MOVE WV-SPL-KEY-GC TO MRS-GC-NO
               MOVE "Y" TO WV-GC-OK
               READ MRS-GIFT-CARD-FILE
                   INVALID KEY
                       MOVE "N" TO WV-GC-OK
                   NOT INVALID KEY
                       IF (MRS-GC-STATUS NOT = "A")
                           MOVE "N" TO WV-GC-OK
                       END-IF
               END-READ
               IF (WV-GC-OK NOT = "Y")
                   DISPLAY GIFT-CARD-BAD
                   ACCEPT GIFT-CARD-BAD
                   GO TO 467-EXIT
               END-IF
               MOVE WV-SPL-KEY-AMT TO WV-SPL-GC-HELD
               PERFORM VARYING WV-SPL-I FROM 1 BY 1
               UNTIL (WV-SPL-I > WV-SPL-CNT)
                   IF (WV-SPL-TND(WV-SPL-I) = "G" AND
                       WV-SPL-GC(WV-SPL-I) = WV-SPL-KEY-GC)
                       ADD WV-SPL-MONEY(WV-SPL-I) TO WV-SPL-GC-HELD
                   END-IF
               END-PERFORM
               IF (MRS-GC-BALANCE < WV-SPL-GC-HELD)
                   DISPLAY GIFT-SHORT-BAL
                   ACCEPT GIFT-SHORT-BAL
                   GO TO 467-EXIT
               END-IF
           ELSE
               MOVE ZEROS TO WV-SPL-KEY-GC
           END-IF
           ADD 1 TO WV-SPL-CNT
           MOVE WV-SPL-KEY-TND TO WV-SPL-TND(WV-SPL-CNT)
           MOVE WV-SPL-KEY-AMT TO WV-SPL-MONEY(WV-SPL-CNT)
           MOVE WV-SPL-KEY-GC TO WV-SPL-GC(WV-SPL-CNT)
           SUBTRACT WV-SPL-KEY-AMT FROM WV-SPL-LEFT.
       467-EXIT.
           EXIT.

      * Shares the checkout's amount and tax across the portions in
      * proportion to each portion's money. Every portion but the
      * largest takes its tax share cut down to the cent and the rest
      * of its money as amount; the largest takes whatever amount and
      * tax remain, so the lines always add back to the sale exactly
      * and each line's amount plus tax is the money that tender took.
       468-APPORTION-SPLIT.
           MOVE ZEROS TO WV-SPL-AMT-SUM
           MOVE ZEROS TO WV-SPL-TAX-SUM
           MOVE 1 TO WV-SPL-BIG
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               IF (WV-SPL-MONEY(WV-SPL-I) >
                   WV-SPL-MONEY(WV-SPL-BIG))
                   MOVE WV-SPL-I TO WV-SPL-BIG
               END-IF
           END-PERFORM
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               IF (WV-SPL-I NOT = WV-SPL-BIG)
                   COMPUTE WV-SPL-TAX(WV-SPL-I) =
                       (WV-CHK-TAX * WV-SPL-MONEY(WV-SPL-I))
                       / WV-CHK-TOTAL
                   COMPUTE WV-SPL-AMT(WV-SPL-I) =
                       WV-SPL-MONEY(WV-SPL-I) - WV-SPL-TAX(WV-SPL-I)
                   ADD WV-SPL-TAX(WV-SPL-I) TO WV-SPL-TAX-SUM
                   ADD WV-SPL-AMT(WV-SPL-I) TO WV-SPL-AMT-SUM
               END-IF
           END-PERFORM
           COMPUTE WV-SPL-TAX(WV-SPL-BIG) = WV-CHK-TAX - WV-SPL-TAX-SUM
           COMPUTE WV-SPL-AMT(WV-SPL-BIG) =
               WV-CHK-AMOUNT - WV-SPL-AMT-SUM
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               MOVE WV-SPL-AMT(WV-SPL-I) TO WV-SPL-AMT-LEFT(WV-SPL-I)
               MOVE WV-SPL-TAX(WV-SPL-I) TO WV-SPL-TAX-LEFT(WV-SPL-I)
           END-PERFORM.
       468-EXIT.
           EXIT.

      * A season pass admission (tender S) needs the pass on file,
      * active, covering the show date being sold, with enough
      * admissions left for every seat. A refund back against a
       456-EXIT.
           EXIT.

      * Refuses a staff sale that cannot go through: a comp, points,
      * or pass tender (a staff sale is paid for), an employee not
      * on the discount, or a checkout whose discounts would run
      * past what is left of the month's allowance. The quotes were
      * taken as the ticket and the concessions were priced.
       469-CHECK-STAFF.
           MOVE "Y" TO WV-STAFF-OK
           IF (WV-STAFF-ID = SPACES OR WV-MODE NOT = "S")
               GO TO 469-EXIT
           END-IF
           MOVE "N" TO WV-STAFF-OK
           IF (WV-TENDER = "P" OR WV-TENDER = "L" OR
               WV-TENDER = "S")
               DISPLAY STAFF-NEED-MONEY
               ACCEPT STAFF-NEED-MONEY
               GO TO 469-EXIT
           END-IF
           IF (WV-STAFF-ANSWER = "E")
               DISPLAY STAFF-BAD
               ACCEPT STAFF-BAD
               GO TO 469-EXIT
           END-IF
           IF (WV-STAFF-ANSWER NOT = "Y")
               DISPLAY STAFF-OVER
               ACCEPT STAFF-OVER
               GO TO 469-EXIT
           END-IF
           MOVE "Y" TO WV-STAFF-OK.
       469-EXIT.
           EXIT.

      * Asks MRS-1570 for the staff discount on one line of the
      * checkout - WV-STAFF-CLASS, with the line's price before the
      * discount in MRS-STF-FACE and the discounts quoted on earlier
      * lines in WV-STAFF-PEND. A line that would not go through
      * takes nothing off and leaves its answer for 469 to refuse
      * the sale on.
       472-QUOTE-STAFF.
           IF (WS-BIZ-OPEN = "Y")
               MOVE WS-BIZ-DATE-NUM TO WV-STAFF-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WV-STAFF-DATE
           END-IF
           MOVE "Q" TO MRS-STF-FUNCTION
           MOVE WV-STAFF-ID TO MRS-STF-EMPLOYEE
           MOVE WV-STAFF-DATE TO MRS-STF-DATE
           MOVE "T" TO MRS-STF-REGISTER
           MOVE WV-STAFF-CLASS TO MRS-STF-CLASS
           MOVE WV-STAFF-PEND TO MRS-STF-PENDING
           CALL "MRS-1570" USING MRS-STAFF-PUT
           IF (MRS-STF-ANSWER NOT = "Y")
               MOVE ZEROS TO MRS-STF-DISCOUNT
               IF (WV-STAFF-ANSWER = "Y")
                   MOVE MRS-STF-ANSWER TO WV-STAFF-ANSWER
                   MOVE MRS-STF-LEFT TO WV-STAFF-LEFT
               END-IF
           END-IF
           ADD MRS-STF-DISCOUNT TO WV-STAFF-PEND.
       472-EXIT.
           EXIT.

      * Proves a keyed tax exemption certificate good for the
      * selling day through MRS-1620. No certificate keyed is an
      * ordinary taxed sale; a certificate keyed on an exchange, or
      * one not on file, revoked, or expired, refuses the sale with
      * the reason on the message line.
       471-CHECK-EXEMPT.
           MOVE "N" TO WV-EXEMPT-SALE
           MOVE "Y" TO WV-EXEMPT-ANSWER
           IF (WV-EXEMPT-CERT = SPACES)
               GO TO 471-EXIT
           END-IF
           MOVE "N" TO WV-EXEMPT-ANSWER
           IF (WV-MODE = "X")
               DISPLAY XCHG-EXEMPT-REFUSED
               ACCEPT XCHG-EXEMPT-REFUSED
               GO TO 471-EXIT
           END-IF
           IF (WS-BIZ-OPEN = "Y")
               MOVE WS-BIZ-DATE-NUM TO WV-EXEMPT-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WV-EXEMPT-DATE
           END-IF
           MOVE "V" TO MRS-TXE-FUNCTION
           MOVE WV-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WV-EXEMPT-DATE TO MRS-TXE-DATE
           CALL "MRS-1620" USING MRS-EXEMPT-PUT
           MOVE MRS-TXE-ANSWER TO WV-EXEMPT-ANSWER
           EVALUATE MRS-TXE-ANSWER
               WHEN "Y"
                   MOVE "Y" TO WV-EXEMPT-SALE
               WHEN "X"
                   MOVE "HAS EXPIRED." TO WV-EXEMPT-WHY
               WHEN "R"
                   MOVE "HAS BEEN REVOKED." TO WV-EXEMPT-WHY
               WHEN OTHER
                   MOVE "IS NOT ON FILE." TO WV-EXEMPT-WHY
           END-EVALUATE
           IF (WV-EXEMPT-SALE NOT = "Y")
               DISPLAY EXEMPT-REFUSED
               ACCEPT EXEMPT-REFUSED
           END-IF.
       471-EXIT.
           EXIT.

      * Puts a rung exempt sale on the tax exempt sales ledger under
      * its certificate: the tickets as one line pointing at the
      * ticket trail line just written, then the checkout's
      * concessions as one line pointing at the concession trail's
      * time. A refund goes down as RFND so it nets out.
       473-POST-EXEMPT.
           MOVE "P" TO MRS-TXE-FUNCTION
           MOVE WV-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WV-EXEMPT-DATE TO MRS-TXE-DATE
           MOVE "T" TO MRS-TXE-REGISTER
           IF (WV-MODE = "R")
               MOVE "RFND" TO MRS-TXE-ACTION
           ELSE
               MOVE "SALE" TO MRS-TXE-ACTION
           END-IF
           MOVE MRS-TSL-SEQ TO MRS-TXE-REF
           MOVE WV-AMOUNT-DUE TO MRS-TXE-AMOUNT
           MOVE WV-EXM-TKT-TAX TO MRS-TXE-TAX-FORGONE
           IF (WV-AMOUNT-DUE > ZERO)
               CALL "MRS-1620" USING MRS-EXEMPT-PUT
           END-IF
           IF (WV-CON-CNT > ZERO AND WV-MODE NOT = "R")
               MOVE "P" TO MRS-TXE-FUNCTION
               MOVE "C" TO MRS-TXE-REGISTER
               MOVE "SALE" TO MRS-TXE-ACTION
               MOVE MRS-CSL-TIME TO MRS-TXE-REF
               MOVE WV-CON-AMOUNT TO MRS-TXE-AMOUNT
               MOVE WV-EXM-CON-TAX TO MRS-TXE-TAX-FORGONE
               CALL "MRS-1620" USING MRS-EXEMPT-PUT
           END-IF.
       473-EXIT.
           EXIT.

      * Puts a rung staff sale on the staff purchase ledger: the
      * tickets as one line, then each concession on the checkout.
       498-POST-STAFF.
           MOVE "P" TO MRS-STF-FUNCTION
           MOVE WV-STAFF-ID TO MRS-STF-EMPLOYEE
           MOVE WV-STAFF-DATE TO MRS-STF-DATE
           MOVE "T" TO MRS-STF-REGISTER
           MOVE "TKT" TO MRS-STF-CLASS
           MOVE WV-TICKET-TYPE TO MRS-STF-CLASS(4:1)
           MOVE WT-MOVIE-NAME TO MRS-STF-DESC
           MOVE WV-TICKETS TO MRS-STF-QTY
           COMPUTE MRS-STF-FACE = WV-AMOUNT-DUE + WV-DISCOUNT
           MOVE WV-DISCOUNT TO MRS-STF-DISCOUNT
           CALL "MRS-1570" USING MRS-STAFF-PUT
           PERFORM 499-POST-ONE-STAFF THRU 499-EXIT
               VARYING WV-CON-I FROM 1 BY 1
               UNTIL (WV-CON-I > WV-CON-CNT).
       498-EXIT.
           EXIT.

       499-POST-ONE-STAFF.
           MOVE "P" TO MRS-STF-FUNCTION
           IF (WV-CS-KIND(WV-CON-I) = "C")
               MOVE "CMB*" TO MRS-STF-CLASS
           ELSE
               MOVE "C" TO MRS-STF-CLASS
               MOVE WV-CS-NO(WV-CON-I) TO MRS-STF-CLASS(2:3)
           END-IF
           MOVE WV-CS-NAME(WV-CON-I) TO MRS-STF-DESC
           MOVE WV-CS-QTY(WV-CON-I) TO MRS-STF-QTY
           COMPUTE MRS-STF-FACE =
               WV-CS-AMOUNT(WV-CON-I) + WV-CS-DISC(WV-CON-I)
           MOVE WV-CS-DISC(WV-CON-I) TO MRS-STF-DISCOUNT
           CALL "MRS-1570" USING MRS-STAFF-PUT.
       499-EXIT.
           EXIT.

      * Puts a protected action to the permission matrix through
      * MRS-1050. The caller names the function; the old
      * supervisor-level rule rides along as the fallback answer
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF (WV-PT-OK = "Y")
               MOVE "Y" TO WS-MEM-ON-FILE
               PERFORM 491-FOLLOW-MERGE THRU 491-EXIT
               MOVE WS-MEM-ON-FILE TO WV-PT-OK
           END-IF
           IF (WV-PT-OK NOT = "Y")
               DISPLAY POINTS-NEED-MEMBER
               ACCEPT POINTS-NEED-MEMBER
               GO TO 460-EXIT
           END-IF
           IF (WV-MODE NOT = "R" AND
               MRS-GC-BALANCE < WV-CHK-TOTAL)
               MOVE "N" TO WV-GC-OK
               DISPLAY GIFT-SHORT-BAL
               ACCEPT GIFT-SHORT-BAL
           EXIT.

      * Moves the card balance for the transaction just written: a
      * sale takes the with-tax checkout total (tickets and any
      * concessions) off the card, a refund puts the tickets' money
      * back on. 460 already proved the card live and covered.
       482-POST-GIFT-TENDER.
           MOVE WV-GC-NO TO MRS-GC-NO
           READ MRS-GIFT-CARD-FILE
           IF (WV-MODE = "R")
               ADD WV-TOTAL-DUE TO MRS-GC-BALANCE
           ELSE
               SUBTRACT WV-CHK-TOTAL FROM MRS-GC-BALANCE
           END-IF
           REWRITE MRS-GIFT-CARD-REC
           END-REWRITE.
               ACCEPT XCHG-ADA-REFUSED
               GO TO 700-EXIT
           END-IF
      *    The stubs being traded in are keyed against the old
      *    showing while it is still the one in hand.
           PERFORM 445-TAKE-BACK-SERIALS THRU 445-EXIT
           IF (WV-SER-OK NOT = "Y")
               GO TO 700-EXIT
           END-IF
           IF (WV-TENDER NOT = "K")
               MOVE "C" TO WV-TENDER
           END-IF
           MOVE ZEROS TO MRS-TSL-DISCOUNT
           MOVE SPACES TO MRS-TSL-COMP-REASON
           MOVE SPACES TO MRS-TSL-COMP-AUTH
      *    The XOUT side carries the first stub traded in and voids
      *    them all as exchanged; the XIN side draws fresh serials
      *    and prints the customer's new stubs.
           IF (WV-XCHG-ACTION = "XOUT")
               PERFORM 447-FIRST-RETURNED THRU 447-EXIT
           ELSE
               PERFORM 444-ISSUE-SERIALS THRU 444-EXIT
           END-IF
           MOVE WV-FIRST-SERIAL TO MRS-TSL-SERIAL
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
           PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT
           IF (WV-XCHG-ACTION = "XOUT")
               MOVE "X" TO MRS-SRP-VOID-AS
               PERFORM 448-VOID-RETURNED THRU 448-EXIT
           ELSE
               PERFORM 485-PRINT-STUBS THRU 485-EXIT
               WRITE MRS-RECEIPT-LINE FROM WS-RCPT-RULE
               MOVE ZEROS TO WV-PICK-CNT
           END-IF.
       740-EXIT.
           EXIT.

      * Draws one serial per seat for the showing in hand off the
      * serial register; the first of the run comes back for the
      * trail line and the stubs.
       444-ISSUE-SERIALS.
           MOVE "I" TO MRS-SRP-FUNCTION
           MOVE MRS-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE MRS-SHOW-TIME(1:4) TO MRS-SRP-SHOW-TIME
           MOVE WV-SCR-NUM TO MRS-SRP-SCREEN
           MOVE MRS-SIGNON-SITE TO MRS-SRP-SITE
           MOVE WV-TICKET-TYPE TO MRS-SRP-TYPE
           MOVE WV-TICKETS TO MRS-SRP-QTY
           MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
           CALL "MRS-6485" USING MRS-SER-PUT
           MOVE ZEROS TO WV-FIRST-SERIAL
           IF (MRS-SRP-ANSWER = "Y")
               MOVE MRS-SRP-SERIAL TO WV-FIRST-SERIAL
           END-IF.
       444-EXIT.
           EXIT.

      * Takes the serial off every stub coming back over the
      * counter, one per seat, checked against the showing in hand
      * before anything moves. Each has to be a stub sold for this
      * showing and still unused; a stub with no serial printed
      * (sold before serials) needs the permission matrix's say-so,
      * logged. F3/F4 abandons the transaction.
       445-TAKE-BACK-SERIALS.
           MOVE "Y" TO WV-SER-OK
           MOVE ZEROS TO WV-RET-CNT
           MOVE ZEROS TO WV-RET-DONE
           MOVE MRS-SHOW-ID TO WV-SER-SHOW-ID
           PERFORM 446-TAKE-ONE-SERIAL THRU 446-EXIT
               UNTIL (WV-RET-DONE >= WV-TICKETS OR WV-SER-OK = "N").
       445-EXIT.
           EXIT.

       446-TAKE-ONE-SERIAL.
           MOVE ZEROS TO WV-SER-KEYED
           DISPLAY SERIAL-ENTRY
           ACCEPT SERIAL-ENTRY
           IF (F3 OR F4)
               MOVE "N" TO WV-SER-OK
               GO TO 446-EXIT
           END-IF
           IF (WV-SER-KEYED = ZEROS)
               MOVE "NOSERIAL" TO MRS-PCK-FUNCTION
               PERFORM 453-ASK-MATRIX THRU 453-EXIT
               IF (MRS-PCK-ANSWER = "Y")
                   MOVE "NOSER" TO MRS-AUD-ACTION
                   PERFORM 459-WRITE-RFND-AUDIT THRU 459-EXIT
                   ADD 1 TO WV-RET-DONE
               ELSE
                   DISPLAY SERIAL-NONE-BLOCKED
                   ACCEPT SERIAL-NONE-BLOCKED
               END-IF
               GO TO 446-EXIT
           END-IF
           MOVE "N" TO WV-SER-DUP
           PERFORM VARYING WV-RET-I FROM 1 BY 1
           UNTIL (WV-RET-I > WV-RET-CNT)
               IF (WV-RET-SERIAL(WV-RET-I) = WV-SER-KEYED)
                   MOVE "Y" TO WV-SER-DUP
               END-IF
           END-PERFORM
           IF (WV-SER-DUP = "Y")
               DISPLAY SERIAL-TWICE
               ACCEPT SERIAL-TWICE
               GO TO 446-EXIT
           END-IF
           MOVE "C" TO MRS-SRP-FUNCTION
           MOVE WV-SER-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE WV-SER-KEYED TO MRS-SRP-SERIAL
           MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
           CALL "MRS-6485" USING MRS-SER-PUT
           EVALUATE MRS-SRP-ANSWER
      *        No register on disk yet - nothing to check against.
               WHEN SPACE
                   ADD 1 TO WV-RET-DONE
               WHEN "Y"
                   ADD 1 TO WV-RET-CNT
                   MOVE WV-SER-KEYED TO WV-RET-SERIAL(WV-RET-CNT)
                   ADD 1 TO WV-RET-DONE
               WHEN "U"
                   DISPLAY SERIAL-UNKNOWN
                   ACCEPT SERIAL-UNKNOWN
               WHEN "W"
                   DISPLAY SERIAL-WRONG-SHOW
                   ACCEPT SERIAL-WRONG-SHOW
               WHEN "A"
                   DISPLAY SERIAL-USED
                   ACCEPT SERIAL-USED
               WHEN OTHER
                   DISPLAY SERIAL-GONE
                   ACCEPT SERIAL-GONE
           END-EVALUATE.
       446-EXIT.
           EXIT.

       447-FIRST-RETURNED.
           MOVE ZEROS TO WV-FIRST-SERIAL
           IF (WV-RET-CNT > ZERO)
               MOVE WV-RET-SERIAL(1) TO WV-FIRST-SERIAL
           END-IF.
       447-EXIT.
           EXIT.

      * Voids every serial taken back once the money has actually
      * moved - as refunded or as exchanged, per MRS-SRP-VOID-AS.
       448-VOID-RETURNED.
           PERFORM VARYING WV-RET-I FROM 1 BY 1
           UNTIL (WV-RET-I > WV-RET-CNT)
               MOVE "V" TO MRS-SRP-FUNCTION
               MOVE WV-SER-SHOW-ID TO MRS-SRP-SHOW-ID
               MOVE WV-RET-SERIAL(WV-RET-I) TO MRS-SRP-SERIAL
               MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
               CALL "MRS-6485" USING MRS-SER-PUT
           END-PERFORM
           MOVE ZEROS TO WV-RET-CNT.
       448-EXIT.
           EXIT.

      * The line just written to the flat trail is dual-written to
      * the indexed transaction store, so the date-range readers
      * see it without scanning the year.
           MOVE WV-NEW-SHOW-ID TO WS-AUD-KEY(8:4)
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       770-EXIT.
           EXIT.
           MOVE ZEROS TO MRS-TSL-DISCOUNT
           MOVE SPACES TO MRS-TSL-COMP-REASON
           MOVE SPACES TO MRS-TSL-COMP-AUTH
           MOVE ZEROS TO MRS-TSL-SERIAL
           MOVE "GCRD" TO MRS-TSL-ACTION
           IF (WV-TENDER NOT = "K")
               MOVE "C" TO WV-TENDER
           END-IF
           MOVE WV-TENDER TO MRS-TSL-TENDER
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
           PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT.
       610-EXIT.
           MOVE WV-GC-NO TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       620-EXIT.
           EXIT.
           MOVE ZEROS TO MRS-TSL-DISCOUNT
           MOVE SPACES TO MRS-TSL-COMP-REASON
           MOVE SPACES TO MRS-TSL-COMP-AUTH
           MOVE ZEROS TO MRS-TSL-SERIAL
           MOVE "PASS" TO MRS-TSL-ACTION
           IF (WV-TENDER NOT = "K")
               MOVE "C" TO WV-TENDER
           END-IF
           MOVE WV-TENDER TO MRS-TSL-TENDER
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
           PERFORM 488-PUT-TRAIL-STORE THRU 488-EXIT.
       640-EXIT.
           MOVE WV-PASS-NO TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       645-EXIT.
           EXIT.
      * the ticket price master and shown to the clerk before the
      * sale is confirmed, so the counter quotes what the system will
      * record instead of whatever the laminated card said.
      * Rings the concessions on a combined checkout: item numbers or
      * combos (C plus the combo number) with a quantity, priced off
      * the concession item and combo files and taxed at the
      * prepared-food rate, until the clerk leaves the item blank.
      * Points, pass, and comp tenders pay for seats only, so
      * concessions need a money tender. F3/F4 here backs out the
      * whole sale - nothing has been written yet.
       650-TAKE-CONCESSIONS.
           MOVE "Y" TO WV-CON-OK
           MOVE ZEROS TO WV-CON-CNT
           MOVE ZEROS TO WV-CON-AMOUNT
           MOVE ZEROS TO WV-CON-TAX
           MOVE ZEROS TO WV-EXM-CON-TAX
           IF (WV-ADD-CON NOT = "Y" OR WV-MODE NOT = "S")
               GO TO 650-EXIT
           END-IF
           IF (WV-TENDER = "P" OR WV-TENDER = "L" OR
               WV-TENDER = "S")
               MOVE "N" TO WV-CON-OK
               DISPLAY CON-NEED-MONEY
               ACCEPT CON-NEED-MONEY
               GO TO 650-EXIT
           END-IF
           IF (WS-CONS-STATUS NOT = '00' OR WS-CSL-STATUS NOT = '00')
               MOVE "N" TO WV-CON-OK
               DISPLAY CON-NOT-HERE
               ACCEPT CON-NOT-HERE
               GO TO 650-EXIT
           END-IF
           PERFORM 476-FIND-CON-TAX-RATE THRU 476-EXIT
           MOVE "N" TO WV-CON-DONE
           PERFORM 655-TAKE-ONE-CON THRU 655-EXIT
               UNTIL (WV-CON-DONE = "Y" OR WV-CON-OK NOT = "Y").
       650-EXIT.
           EXIT.

       655-TAKE-ONE-CON.
           MOVE SPACES TO WV-CON-IN
           MOVE 1 TO WV-CON-QTY
           DISPLAY CON-ITEM-ENTRY
           ACCEPT CON-ITEM-ENTRY
           IF (F3 OR F4)
               MOVE "N" TO WV-CON-OK
               GO TO 655-EXIT
           END-IF
           IF (WV-CON-IN = SPACES)
               MOVE "Y" TO WV-CON-DONE
               GO TO 655-EXIT
           END-IF
           IF (WV-CON-CNT >= 10)
               DISPLAY CON-FULL
               ACCEPT CON-FULL
               MOVE "Y" TO WV-CON-DONE
               GO TO 655-EXIT
           END-IF
           IF (WV-CON-QTY = ZERO)
               MOVE 1 TO WV-CON-QTY
           END-IF
           ADD 1 TO WV-CON-CNT
           MOVE WV-CON-QTY TO WV-CS-QTY(WV-CON-CNT)
           IF (WV-CON-IN(1:1) = "C" AND WV-CON-IN(2:2) NOT = SPACES)
               IF (WS-CMB-STATUS NOT = '00' OR
                   FUNCTION TEST-NUMVAL (WV-CON-IN(2:2)) NOT = 0)
                   GO TO 655-BAD
               END-IF
               COMPUTE WV-CON-NO = FUNCTION NUMVAL (WV-CON-IN(2:2))
               MOVE WV-CON-NO TO MRS-CMB-NO
               READ MRS-COMBO-FILE
                   INVALID KEY
                       GO TO 655-BAD
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF (MRS-CMB-ACTIVE-FLAG NOT = "Y")
                   GO TO 655-BAD
               END-IF
      *        A combo whose components price to nothing could not be
      *        prorated onto the trail - the counter refuses it too.
               PERFORM 665-PRICE-COMPONENTS THRU 665-EXIT
               IF (WV-REG-TOTAL = ZEROS)
                   GO TO 655-BAD
               END-IF
               MOVE "C" TO WV-CS-KIND(WV-CON-CNT)
               MOVE MRS-CMB-NAME TO WV-CS-NAME(WV-CON-CNT)
               COMPUTE WV-CS-AMOUNT(WV-CON-CNT) =
                   WV-CON-QTY * MRS-CMB-PRICE
               MOVE "CMB*" TO WV-STAFF-CLASS
           ELSE
               IF (FUNCTION TEST-NUMVAL (WV-CON-IN) NOT = 0)
                   GO TO 655-BAD
               END-IF
               COMPUTE WV-CON-NO = FUNCTION NUMVAL (WV-CON-IN)
               MOVE WV-CON-NO TO MRS-CON-ITEM-NO
               READ MRS-CONCESSION-FILE
                   INVALID KEY
                       GO TO 655-BAD
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF (MRS-CON-ACTIVE-FLAG NOT = "Y")
                  OR (MRS-CON-STOCK-ONLY = "Y")
                   GO TO 655-BAD
               END-IF
               MOVE "I" TO WV-CS-KIND(WV-CON-CNT)
               MOVE MRS-CON-NAME TO WV-CS-NAME(WV-CON-CNT)
               COMPUTE WV-CS-AMOUNT(WV-CON-CNT) =
                   WV-CON-QTY * MRS-CON-PRICE
               MOVE "C" TO WV-STAFF-CLASS
               MOVE WV-CON-NO TO WV-STAFF-CLASS(2:3)
           END-IF
           MOVE WV-CON-NO TO WV-CS-NO(WV-CON-CNT)
      *    On a staff sale each line takes its own staff discount,
      *    counted against the allowance along with the lines ahead
      *    of it.
           MOVE ZEROS TO WV-CS-DISC(WV-CON-CNT)
           IF (WV-STAFF-ID NOT = SPACES)
               MOVE WV-CS-AMOUNT(WV-CON-CNT) TO MRS-STF-FACE
               PERFORM 472-QUOTE-STAFF THRU 472-EXIT
               MOVE MRS-STF-DISCOUNT TO WV-CS-DISC(WV-CON-CNT)
               SUBTRACT MRS-STF-DISCOUNT
                   FROM WV-CS-AMOUNT(WV-CON-CNT)
           END-IF
           COMPUTE WV-CS-TAX(WV-CON-CNT) ROUNDED =
               (WV-CS-AMOUNT(WV-CON-CNT) * WV-CON-TAX-RATE) / 100
      *    An exempt checkout's concessions ring without tax too.
           IF (WV-EXEMPT-SALE = "Y")
               ADD WV-CS-TAX(WV-CON-CNT) TO WV-EXM-CON-TAX
               MOVE ZEROS TO WV-CS-TAX(WV-CON-CNT)
           END-IF
           ADD WV-CS-AMOUNT(WV-CON-CNT) TO WV-CON-AMOUNT
           ADD WV-CS-TAX(WV-CON-CNT) TO WV-CON-TAX
           ADD WV-CS-AMOUNT(WV-CON-CNT) TO WV-CHK-AMOUNT
           ADD WV-CS-TAX(WV-CON-CNT) TO WV-CHK-TAX
           COMPUTE WV-CHK-TOTAL = WV-CHK-AMOUNT + WV-CHK-TAX
           GO TO 655-EXIT.
       655-BAD.
           SUBTRACT 1 FROM WV-CON-CNT
           DISPLAY CON-ITEM-BAD
           ACCEPT CON-ITEM-BAD.
       655-EXIT.
           EXIT.

      * Writes the checkout's concessions to the concession trail the
      * way the counter does: an item is one line; a combo is one
      * line per component with the combo price prorated by regular
      * price (the last component takes the leftover cents) and the
      * combo's tax riding whole on the last component.
       660-WRITE-CON-LINES.
           PERFORM VARYING WV-CON-I FROM 1 BY 1
           UNTIL (WV-CON-I > WV-CON-CNT)
               IF (WV-CS-KIND(WV-CON-I) = "I")
                   MOVE WV-CS-NO(WV-CON-I) TO WV-CSL-ITEM
                   MOVE WV-CS-QTY(WV-CON-I) TO WV-CSL-QTY
                   MOVE WV-CS-AMOUNT(WV-CON-I) TO WV-CSL-AMOUNT
                   MOVE WV-CS-TAX(WV-CON-I) TO WV-CSL-TAX
                   MOVE WV-CS-DISC(WV-CON-I) TO WV-CSL-DISC
                   PERFORM 670-PUT-CON-LINE THRU 670-EXIT
               ELSE
                   PERFORM 662-WRITE-COMBO-LINES THRU 662-EXIT
               END-IF
           END-PERFORM.
       660-EXIT.
           EXIT.

       662-WRITE-COMBO-LINES.
           MOVE WV-CS-NO(WV-CON-I) TO MRS-CMB-NO
           READ MRS-COMBO-FILE
               INVALID KEY
                   GO TO 662-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM 665-PRICE-COMPONENTS THRU 665-EXIT
           MOVE ZERO TO WV-LAST-CMP
           PERFORM VARYING WV-CMP FROM 1 BY 1 UNTIL (WV-CMP > 5)
               IF (MRS-CMB-ITEM-NO(WV-CMP) NOT = ZEROS)
                   MOVE WV-CMP TO WV-LAST-CMP
               END-IF
           END-PERFORM
           MOVE ZEROS TO WV-ALLOC-SUM
           PERFORM VARYING WV-CMP FROM 1 BY 1 UNTIL (WV-CMP > 5)
               IF (MRS-CMB-ITEM-NO(WV-CMP) NOT = ZEROS)
                   IF (WV-CMP = WV-LAST-CMP)
                       COMPUTE WV-ALLOC =
                           WV-CS-AMOUNT(WV-CON-I) - WV-ALLOC-SUM
                       MOVE WV-CS-TAX(WV-CON-I) TO WV-CSL-TAX
                       MOVE WV-CS-DISC(WV-CON-I) TO WV-CSL-DISC
                   ELSE
                       COMPUTE WV-ALLOC ROUNDED =
                           WV-CS-AMOUNT(WV-CON-I)
                           * (WV-CMP-PRICE(WV-CMP)
                              * MRS-CMB-ITEM-QTY(WV-CMP))
                           / WV-REG-TOTAL
                       ADD WV-ALLOC TO WV-ALLOC-SUM
                       MOVE ZEROS TO WV-CSL-TAX
                       MOVE ZEROS TO WV-CSL-DISC
                   END-IF
                   MOVE MRS-CMB-ITEM-NO(WV-CMP) TO WV-CSL-ITEM
                   COMPUTE WV-CSL-QTY =
                       WV-CS-QTY(WV-CON-I) * MRS-CMB-ITEM-QTY(WV-CMP)
                   MOVE WV-ALLOC TO WV-CSL-AMOUNT
                   PERFORM 670-PUT-CON-LINE THRU 670-EXIT
               END-IF
           END-PERFORM.
       662-EXIT.
           EXIT.

      * Prices the combo in hand's components at their regular
      * prices - the total the combo price is prorated against.
       665-PRICE-COMPONENTS.
           MOVE ZEROS TO WV-REG-TOTAL
           PERFORM VARYING WV-CMP FROM 1 BY 1 UNTIL (WV-CMP > 5)
               MOVE ZEROS TO WV-CMP-PRICE(WV-CMP)
               IF (MRS-CMB-ITEM-NO(WV-CMP) NOT = ZEROS)
                   MOVE MRS-CMB-ITEM-NO(WV-CMP) TO MRS-CON-ITEM-NO
                   READ MRS-CONCESSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MRS-CON-PRICE TO WV-CMP-PRICE(WV-CMP)
                           COMPUTE WV-REG-TOTAL = WV-REG-TOTAL
                               + (MRS-CON-PRICE
                                  * MRS-CMB-ITEM-QTY(WV-CMP))
                   END-READ
               END-IF
           END-PERFORM.
       665-EXIT.
           EXIT.

      * One concession line under the checkout's tender. On a split
      * checkout the line's money is taken out of what the portions'
      * shares have left, in order, one line per portion it touches,
      * with the quantity on the first.
       670-PUT-CON-LINE.
           IF (WV-TENDER NOT = "M")
               MOVE WV-TENDER TO WV-CSL-TENDER
               PERFORM 675-WRITE-CON-TXN THRU 675-EXIT
               GO TO 670-EXIT
           END-IF
           MOVE WV-CSL-AMOUNT TO WV-CON-LINE-AMT
           MOVE WV-CSL-TAX TO WV-CON-LINE-TAX
           MOVE "N" TO WV-SPL-WROTE
           PERFORM VARYING WV-SPL-I FROM 1 BY 1
           UNTIL (WV-SPL-I > WV-SPL-CNT)
               IF (WV-CON-LINE-AMT > WV-SPL-AMT-LEFT(WV-SPL-I))
                   MOVE WV-SPL-AMT-LEFT(WV-SPL-I) TO WV-CSL-AMOUNT
               ELSE
                   MOVE WV-CON-LINE-AMT TO WV-CSL-AMOUNT
               END-IF
               IF (WV-CON-LINE-TAX > WV-SPL-TAX-LEFT(WV-SPL-I))
                   MOVE WV-SPL-TAX-LEFT(WV-SPL-I) TO WV-CSL-TAX
               ELSE
                   MOVE WV-CON-LINE-TAX TO WV-CSL-TAX
               END-IF
               IF (WV-CSL-AMOUNT > ZERO OR WV-CSL-TAX > ZERO)
                   SUBTRACT WV-CSL-AMOUNT
                       FROM WV-SPL-AMT-LEFT(WV-SPL-I)
                   SUBTRACT WV-CSL-TAX FROM WV-SPL-TAX-LEFT(WV-SPL-I)
                   SUBTRACT WV-CSL-AMOUNT FROM WV-CON-LINE-AMT
                   SUBTRACT WV-CSL-TAX FROM WV-CON-LINE-TAX
                   MOVE WV-SPL-TND(WV-SPL-I) TO WV-CSL-TENDER
                   PERFORM 675-WRITE-CON-TXN THRU 675-EXIT
                   MOVE ZEROS TO WV-CSL-QTY
                   MOVE ZEROS TO WV-CSL-DISC
                   MOVE "Y" TO WV-SPL-WROTE
               END-IF
           END-PERFORM
           IF (WV-SPL-WROTE = "N")
               MOVE ZEROS TO WV-CSL-AMOUNT
               MOVE ZEROS TO WV-CSL-TAX
               MOVE WV-SPL-TND(1) TO WV-CSL-TENDER
               PERFORM 675-WRITE-CON-TXN THRU 675-EXIT
           END-IF.
       670-EXIT.
           EXIT.

      * Appends one line to the concession sales trail, stamped the
      * same selling day, time, operator, and site as the ticket
      * line it was rung with.
       675-WRITE-CON-TXN.
           MOVE SPACES TO MRS-CSL-REC
           MOVE MRS-TSL-DATE TO MRS-CSL-DATE
           MOVE MRS-TSL-TIME TO MRS-CSL-TIME
           MOVE WV-CSL-ITEM TO MRS-CSL-ITEM-NO
           MOVE WV-CSL-QTY TO MRS-CSL-QTY
           MOVE WV-CSL-AMOUNT TO MRS-CSL-AMOUNT
           MOVE WV-CSL-TENDER TO MRS-CSL-TENDER
           MOVE WS-OPERATOR-ID TO MRS-CSL-OPERATOR
           MOVE MRS-SIGNON-SITE TO MRS-CSL-SITE
           MOVE SPACES TO MRS-CSL-PROMO-CODE
           MOVE WV-CSL-DISC TO MRS-CSL-DISCOUNT
           MOVE WV-CSL-TAX TO MRS-CSL-TAX
           WRITE MRS-CSL-REC.
       675-EXIT.
           EXIT.

      * Today's prepared-food rate for this site off the jurisdiction
      * rulings already loaded - the counter settles it the same way.
       476-FIND-CON-TAX-RATE.
           MOVE ZEROS TO WV-CON-TAX-RATE
           MOVE ZEROS TO WV-TXT-BEST-EFF
           PERFORM VARYING WV-TXT-I FROM 1 BY 1
               UNTIL (WV-TXT-I > WS-TXT-COUNT)
               IF WX-APPLIES(WV-TXT-I) = "C" AND
                  (WX-SITE(WV-TXT-I) = MRS-SIGNON-SITE OR
                   WX-SITE(WV-TXT-I) = "**") AND
                  WX-EFFECTIVE(WV-TXT-I) <= WS-TODAY-NUM AND
                  WX-EFFECTIVE(WV-TXT-I) >= WV-TXT-BEST-EFF
                   MOVE WX-EFFECTIVE(WV-TXT-I) TO WV-TXT-BEST-EFF
                   MOVE WX-RATE(WV-TXT-I) TO WV-CON-TAX-RATE
               END-IF
           END-PERFORM.
       476-EXIT.
           EXIT.

       475-FKEY-ENTERED.
           DISPLAY TICKET-SALE-SHOW
           ACCEPT TICKET-SALE-SHOW
               DISPLAY TS-SALE-HELP
           end-if

      *    A keyed exemption certificate is proved before the sale
      *    is priced - a bad one is refused and the clerk rekeys.
           IF (NOT F1 AND NOT F3 AND NOT F4)
               PERFORM 471-CHECK-EXEMPT THRU 471-EXIT
           END-IF

           IF (NOT F1 AND NOT F3 AND NOT F4 AND
               WV-EXEMPT-ANSWER = "Y")
               PERFORM 478-PRICE-SALE THRU 478-EXIT
               IF (WV-TYPE-VALID = "Y")
                   DISPLAY SALE-AMOUNT-SHOW
           COMPUTE WV-AMOUNT-DUE = WV-TICKETS * WV-PRICE-EACH
      * A keyed promotion code takes its discount off here, so the
      * amount on the trail is what was actually charged and the
      * tax below is figured on the discounted money. A staff sale
      * takes the staff discount instead - the two never stack.
           MOVE ZEROS TO WV-DISCOUNT
           MOVE "Y" TO WV-STAFF-ANSWER
           MOVE ZEROS TO WV-STAFF-PEND
           IF (WV-STAFF-ID NOT = SPACES AND WV-MODE = "S")
               MOVE SPACES TO WV-PROMO-CODE
               MOVE "TKT" TO WV-STAFF-CLASS
               MOVE WV-TICKET-TYPE TO WV-STAFF-CLASS(4:1)
               MOVE WV-AMOUNT-DUE TO MRS-STF-FACE
               PERFORM 472-QUOTE-STAFF THRU 472-EXIT
               MOVE MRS-STF-DISCOUNT TO WV-DISCOUNT
               SUBTRACT WV-DISCOUNT FROM WV-AMOUNT-DUE
           ELSE
               IF (WV-PROMO-CODE NOT = SPACES)
                   PERFORM 483-APPLY-PROMO THRU 483-EXIT
               END-IF
           END-IF
      * The amusement tax rides on top of the amount due - the
      * clerk quotes the with-tax total, the trail keeps the two
           PERFORM 477-FIND-TAX-RATE THRU 477-EXIT
           COMPUTE WV-TAX-DUE ROUNDED =
               (WV-AMOUNT-DUE * WV-TAX-RATE) / 100
      * A sale under a good exemption certificate charges none of
      * it; what it would have been goes on the exempt ledger.
           MOVE ZEROS TO WV-EXM-TKT-TAX
           IF (WV-EXEMPT-SALE = "Y")
               MOVE WV-TAX-DUE TO WV-EXM-TKT-TAX
               MOVE ZEROS TO WV-TAX-DUE
           END-IF
           COMPUTE WV-TOTAL-DUE = WV-AMOUNT-DUE + WV-TAX-DUE
      * A points admission rings at zero money - the seats are paid
      * for out of the member's points balance, not the drawer. A
               MOVE ZEROS TO WV-AMOUNT-DUE
               MOVE ZEROS TO WV-TAX-DUE
               MOVE ZEROS TO WV-TOTAL-DUE
           END-IF
           MOVE WV-AMOUNT-DUE TO WV-CHK-AMOUNT
           MOVE WV-TAX-DUE TO WV-CHK-TAX
           MOVE WV-TOTAL-DUE TO WV-CHK-TOTAL.
       478-EXIT.
           exit.

           OPEN INPUT MRS-MOVIE-FILE
           OPEN INPUT MRS-OPERATOR-FILE
           OPEN INPUT MRS-TSLIDX-FILE
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN INPUT MRS-COMBO-FILE
           OPEN EXTEND MRS-CON-SALES-FILE
           IF WS-CSL-STATUS = '35'
               OPEN OUTPUT MRS-CON-SALES-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE.
           OPEN EXTEND MRS-TICKET-SALES-FILE.
           OPEN EXTEND MRS-RECEIPT-FILE.
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

                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "COMBO"
                   MOVE CFG-PATH TO UT-SYS-COMBO
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
           END-EVALUATE.
       170-EXIT.
           EXIT.
           END-IF
           IF WS-TIX-STATUS = '00'
               CLOSE MRS-TSLIDX-FILE
           END-IF
           IF WS-CONS-STATUS = '00'
               CLOSE MRS-CONCESSION-FILE
           END-IF
           IF WS-CMB-STATUS = '00'
               CLOSE MRS-COMBO-FILE
           END-IF
           IF WS-CSL-STATUS = '00'
               CLOSE MRS-CON-SALES-FILE
           END-IF.
       910-EXIT.
           EXIT.
