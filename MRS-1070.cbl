       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1070.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Training file refresh. Training sessions (MRS-1000, operators
      * flagged TRAINEE in MRS-1100) run every program against the
      * training copy of each file, which MRS-1060 places in the
      * training directory under the live file's own name. This
      * program rebuilds that copy from the live system so trainees
      * start from today's films, shows, prices, and members:
      *
      *   - each master below is unloaded from the live file to a
      *     work file and rebuilt as its training copy, the same
      *     unload/reload MRS-6800 uses for backups, along with the
      *     flat price and tax rate files - the barcode, staff
      *     discount rule, and tax-exempt certificate masters the
      *     registers look up through their subprograms included;
      *   - the transaction trails (ticket and concession sales, the
      *     GL feed with every program's staging file and the held
      *     file, audit and change logs, notifications, receipts,
      *     unknown barcode scans) and the lock, notification,
      *     sold-seat, ticket serial, attendance, trail sequence,
      *     staff purchase, and tax-exempt sale ledgers are emptied,
      *     so the training sales start clean.
      *
      * The live files are only ever opened INPUT. The refresh is
      * refused from a training session, and refused outright if any
      * training path works out to the live one (a training directory
      * set to the live directory), since rebuilding a copy over its
      * own source would empty it. Counts go to the console. Called
      * from operator maintenance (R).
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-SCH-INFO-FILE
               ASSIGN TO UT-SYS-MRS-SCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCH-MOVIE-ID
               ALTERNATE KEY IS MRS-SCH-SCREEN-NUMBER
               WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-MRS-VEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-VENDOR-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TICKET-INFO
               ASSIGN TO UT-SYS-MRS-TIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIC-SCREEN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-SEAT-MAP-FILE
               ASSIGN TO UT-SYS-SEAT-MAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SEAT-SHOW-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-GIFT-CARD-FILE
               ASSIGN TO UT-SYS-GIFTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GC-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-PASS-FILE
               ASSIGN TO UT-SYS-PASS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PASS-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-COMBO-FILE
               ASSIGN TO UT-SYS-COMBO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CMB-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-PROMO-FILE
               ASSIGN TO UT-SYS-PROMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PRM-CODE
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-PRICE-RULE-FILE
               ASSIGN TO UT-SYS-PRICE-RULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PRL-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TAX-TABLE-FILE
               ASSIGN TO UT-SYS-TAXTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TAX-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-BIZDAY-FILE
               ASSIGN TO UT-SYS-BIZDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-BIZ-SITE
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-PERMIT-FILE
               ASSIGN TO UT-SYS-PERMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PER-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-HOLD-FILE
               ASSIGN TO UT-SYS-MRS-HOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-HOLD-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-GL-ACCT-FILE
               ASSIGN TO UT-SYS-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GLA-ACC-NUM
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-GL-PERIOD-FILE
               ASSIGN TO UT-SYS-GLPERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GLP-PERIOD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-FISCAL-FILE
               ASSIGN TO UT-SYS-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-FC-DATE
               ALTERNATE KEY IS MRS-FC-FISCAL-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-BIZPARM-FILE
               ASSIGN TO UT-SYS-BIZPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-BPM-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-UPC-FILE
               ASSIGN TO UT-SYS-UPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-UPC-CODE
               ALTERNATE KEY IS MRS-UPC-ITEM-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-STAFFRULE-FILE
               ASSIGN TO UT-SYS-STAFFRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SDR-CLASS
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TAXCERT-FILE
               ASSIGN TO UT-SYS-TAXCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TXC-CERT-NO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-LOCK-FILE
               ASSIGN TO UT-SYS-LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-LCK-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-NOTIFY-FILE
               ASSIGN TO UT-SYS-NOTIFY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-NTF-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TICKET-SERIAL-FILE
               ASSIGN TO UT-SYS-TKTSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TKS-SERIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-ATTEND-FILE
               ASSIGN TO UT-SYS-ATTEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ATT-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-SEQCTL-FILE
               ASSIGN TO UT-SYS-SEQCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SQC-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-STAFFBUY-FILE
               ASSIGN TO UT-SYS-STAFFBUY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SBY-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRS-TAXEXMPT-FILE
               ASSIGN TO UT-SYS-TAXEXMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TXL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT MRS-TRN-WORK-FILE
               ASSIGN TO UT-SYS-TRN-WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MRS-FLAT-IN-FILE
               ASSIGN TO UT-SYS-FLAT-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MRS-FLAT-OUT-FILE
               ASSIGN TO UT-SYS-FLAT-OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-OUT-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SCH-INFO.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-TICKET-INFO.CPY".
       COPY "CPYBOOKS/MRS-SEAT-MAP.CPY".
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-GIFTCARD.CPY".
       COPY "CPYBOOKS/MRS-PASS.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-COMBO.CPY".
       COPY "CPYBOOKS/MRS-PROMO.CPY".
       COPY "CPYBOOKS/MRS-PRICE-RULE.CPY".
       COPY "CPYBOOKS/MRS-TAXTBL.CPY".
       COPY "CPYBOOKS/MRS-BIZDAY.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-PERMIT.CPY".
       COPY "CPYBOOKS/MRS-HOLD.CPY".
       COPY "CPYBOOKS/MRS-GLACCT.CPY".
       COPY "CPYBOOKS/MRS-GLPER.CPY".
       COPY "CPYBOOKS/MRS-FISCAL.CPY".
       COPY "CPYBOOKS/MRS-BIZPARM.CPY".
       COPY "CPYBOOKS/MRS-UPC.CPY".
       COPY "CPYBOOKS/MRS-STAFFRULE.CPY".
       COPY "CPYBOOKS/MRS-TAXCERT.CPY".
       COPY "CPYBOOKS/MRS-LOCK.CPY".
       COPY "CPYBOOKS/MRS-NOTIFY.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-TKTSER.CPY".
       COPY "CPYBOOKS/MRS-ATTEND.CPY".
       COPY "CPYBOOKS/MRS-SEQCTL.CPY".
       COPY "CPYBOOKS/MRS-STAFFBUY.CPY".
       COPY "CPYBOOKS/MRS-TAXEXMPT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * One master at a time passes through the work file; the record
      * is wide enough for the widest of them (the 304 byte seat map).
       FD  MRS-TRN-WORK-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  MRS-TRN-WORK-REC                    PIC X(304).

      * The price and tax rate files are plain text and are copied
      * line for line.
       FD  MRS-FLAT-IN-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  MRS-FLAT-IN-REC                     PIC X(304).
       FD  MRS-FLAT-OUT-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  MRS-FLAT-OUT-REC                    PIC X(304).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

      * The live paths, in the order the refresh walks them: the
      * masters, the two flat files, the trails, then the state files.
       01 WS-FILENAMES.
         05 UT-SYS-MRS-MOVIE PIC X(50)
           VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
         05 UT-SYS-MRS-RENT PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.DAT".
         05 UT-SYS-MRS-SCH PIC X(50)
           VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-MRS-VEN PIC X(50)
           VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
         05 UT-SYS-MRS-SCREEN PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-MRS-TIC PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-INFO.DAT".
         05 UT-SYS-SEAT-MAP PIC X(50)
           VALUE "C:\COBOL\MRS-SEAT-MAP.dat".
         05 UT-SYS-MEMBER PIC X(50)
           VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
         05 UT-SYS-GIFTCARD PIC X(50)
           VALUE "C:\COBOL\MRS-GIFTCARD-INDEX.DAT".
         05 UT-SYS-PASS PIC X(50)
           VALUE "C:\COBOL\MRS-PASS-INDEX.DAT".
         05 UT-SYS-CONCESS PIC X(50)
           VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
         05 UT-SYS-COMBO PIC X(50)
           VALUE "C:\COBOL\MRS-COMBO-INDEX.DAT".
         05 UT-SYS-PROMO PIC X(50)
           VALUE "C:\COBOL\MRS-PROMO-INDEX.DAT".
         05 UT-SYS-PRICE-RULE PIC X(50)
           VALUE "C:\COBOL\MRS-PRICE-RULE-INDEX.DAT".
         05 UT-SYS-TAXTBL PIC X(50)
           VALUE "C:\COBOL\MRS-TAXTBL-INDEX.DAT".
         05 UT-SYS-BIZDAY PIC X(50)
           VALUE "C:\COBOL\MRS-BIZDAY-INDEX.DAT".
         05 UT-SYS-OPERATOR PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
         05 UT-SYS-PERMIT PIC X(50)
           VALUE "C:\COBOL\MRS-PERMIT-INDEX.DAT".
         05 UT-SYS-MRS-HOLD PIC X(50)
           VALUE "C:\COBOL\MRS-HOLD-INDEX.dat".
         05 UT-SYS-GLACCT PIC X(50)
           VALUE "C:\COBOL\MRS-GLACCT-INDEX.DAT".
         05 UT-SYS-GLPERIOD PIC X(50)
           VALUE "C:\COBOL\MRS-GLPERIOD-INDEX.DAT".
         05 UT-SYS-FISCAL PIC X(50)
           VALUE "C:\COBOL\MRS-FISCAL-INDEX.DAT".
         05 UT-SYS-BIZPARM PIC X(50)
           VALUE "C:\COBOL\MRS-BIZPARM-INDEX.DAT".
         05 UT-SYS-UPC PIC X(50)
           VALUE "C:\COBOL\MRS-UPC-INDEX.DAT".
         05 UT-SYS-STAFFRULE PIC X(50)
           VALUE "C:\COBOL\MRS-STAFFRULE-INDEX.DAT".
         05 UT-SYS-TAXCERT PIC X(50)
           VALUE "C:\COBOL\MRS-TAXCERT-INDEX.DAT".
         05 UT-SYS-PRICE PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-PRICE.DAT".
         05 UT-SYS-TAX PIC X(50)
           VALUE "C:\COBOL\MRS-TAX-RATE.CFG".
         05 UT-SYS-TIC-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
         05 UT-SYS-CON-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-CON-SALES.DAT".
         05 UT-SYS-POST PIC X(50)
           VALUE "C:\COBOL\MRS-GL-POST-FILE.DAT".
         05 UT-SYS-GL-HELD PIC X(50)
           VALUE "C:\COBOL\MRS-GL-HELD.DAT".
         05 UT-SYS-GLP-NOTE PIC X(50)
           VALUE "C:\COBOL\MRS-GL-PERIOD-NOTE.LOG".
         05 UT-SYS-GLHIST PIC X(50)
           VALUE "C:\COBOL\MRS-GL-HISTORY.DAT".
         05 UT-SYS-GL-STAGE-5000 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5000.DAT".
         05 UT-SYS-GL-STAGE-5100 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5100.DAT".
         05 UT-SYS-GL-STAGE-5200 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5200.DAT".
         05 UT-SYS-GL-STAGE-5350 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5350.DAT".
         05 UT-SYS-GL-STAGE-5210 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5210.DAT".
         05 UT-SYS-GL-STAGE-5500 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5500.DAT".
         05 UT-SYS-GL-STAGE-4200 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-4200.DAT".
         05 UT-SYS-GL-STAGE-5650 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5650.DAT".
         05 UT-SYS-GL-STAGE-6270 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-6270.DAT".
         05 UT-SYS-GL-STAGE-6280 PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-6280.DAT".
         05 UT-SYS-AUDIT PIC X(50)
           VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-CHANGE-HIST PIC X(50)
           VALUE "C:\COBOL\MRS-CHANGE-HIST.LOG".
         05 UT-SYS-NTF-EXP PIC X(50)
           VALUE "C:\COBOL\MRS-NOTIFY-OUT.DAT".
         05 UT-SYS-RECEIPT PIC X(50)
           VALUE "C:\COBOL\MRS-RECEIPTS.PRT".
         05 UT-SYS-UPCMISS PIC X(50)
           VALUE "C:\COBOL\MRS-UPCMISS.DAT".
         05 UT-SYS-LOCKFILE PIC X(50)
           VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
         05 UT-SYS-NOTIFY PIC X(50)
           VALUE "C:\COBOL\MRS-NOTIFY-INDEX.DAT".
         05 UT-SYS-TSLIDX PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
         05 UT-SYS-TKTSER PIC X(50)
           VALUE "C:\COBOL\MRS-TKTSER-INDEX.DAT".
         05 UT-SYS-ATTEND PIC X(50)
           VALUE "C:\COBOL\MRS-ATTEND-INDEX.DAT".
         05 UT-SYS-SEQCTL PIC X(50)
           VALUE "C:\COBOL\MRS-SEQCTL-INDEX.DAT".
         05 UT-SYS-STAFFBUY PIC X(50)
           VALUE "C:\COBOL\MRS-STAFFBUY-INDEX.DAT".
         05 UT-SYS-TAXEXMPT PIC X(50)
           VALUE "C:\COBOL\MRS-TAXEXMPT-INDEX.DAT".

       01 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

      * The work file always lives in the training directory.
       01 WS-WORK-NAME.
         05 UT-SYS-TRN-WORK PIC X(50)
           VALUE "C:\COBOL\MRS-TRAIN-WORK.TMP".

       01 UT-SYS-FLAT-IN PIC X(50).
       01 UT-SYS-FLAT-OUT PIC X(50).

      * The live set once the config is applied, and the training
      * set MRS-1060 makes from it; WS-FILENAMES is switched between
      * the two to open a file live or as its training copy.
       01 WS-LIVE-NAMES.
         05 WS-LIVE-PATH PIC X(50) OCCURS 58 TIMES.
       01 WS-TRN-NAMES.
         05 WS-TRN-PATH PIC X(50) OCCURS 58 TIMES.

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-FILE-STATUS PIC XX.
         05 WS-WORK-STATUS PIC XX.
         05 WS-FLAT-OUT-STATUS PIC XX.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-CUR-FILE PIC 99.
         05 WS-I PIC 99.
         05 WS-EOF PIC X.
         05 WS-SAME-PATH PIC X.
         05 WS-REC-COUNT PIC 9(9).
         05 WS-COPIED PIC 99.
         05 WS-EMPTIED PIC 99.
         05 WS-SKIPPED PIC 99.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS107".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 TR-TITLE.
           10 LINE 2 COL 17
             VALUE "MOVIE RENTALS AND SCHEDULING: TRAINING REFRESH".
         05 TR-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-CONFIRM.
         05 LINE 5 COL 10
           VALUE "REBUILDS THE TRAINING FILES FROM THE LIVE FILES.".
         05 LINE 6 COL 10
           VALUE "ALL TRAINING SALES AND LOGS ARE CLEARED.".
         05 LINE 8 COL 10 VALUE "REFRESH NOW (Y/N):".
         05 COL 30 PIC X TO WS-CONFIRM REVERSE-VIDEO.

       01 MSG.
         05 DONE-MSG FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 VALUE "DONE - SEE CONSOLE COUNTS".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 IN-TRAINING FOREGROUND-COLOR 4.
           10 LINE 22 COL 5
             VALUE "NOT AVAILABLE IN A TRAINING SESSION".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 SAME-PATH FOREGROUND-COLOR 4.
           10 LINE 22 COL 5
             VALUE "TRAINING PATH IS A LIVE PATH - REFRESH REFUSED".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY CLEAR
           IF MRS-SIGNON-TRAINING = "Y"
               DISPLAY IN-TRAINING
               ACCEPT IN-TRAINING
               GO TO 100-EXIT
           END-IF
           PERFORM 150-BUILD-TRAINING-PATHS THRU 150-EXIT
           IF WS-SAME-PATH = "Y"
               DISPLAY SAME-PATH
               ACCEPT SAME-PATH
               GO TO 100-EXIT
           END-IF
           MOVE SPACE TO WS-CONFIRM
           DISPLAY SCR-CONFIRM
           ACCEPT SCR-CONFIRM
           IF F3 OR F4 OR WS-CONFIRM NOT = "Y"
               GO TO 100-EXIT
           END-IF
           MOVE ZERO TO WS-COPIED
           MOVE ZERO TO WS-EMPTIED
           MOVE ZERO TO WS-SKIPPED
           PERFORM 300-COPY-MASTER THRU 300-EXIT
               VARYING WS-CUR-FILE FROM 1 BY 1
               UNTIL WS-CUR-FILE > 27
           PERFORM 500-COPY-FLAT THRU 500-EXIT
               VARYING WS-I FROM 28 BY 1
               UNTIL WS-I > 29
           PERFORM 550-EMPTY-TRAIL THRU 550-EXIT
               VARYING WS-I FROM 30 BY 1
               UNTIL WS-I > 50
           PERFORM 600-EMPTY-STATE THRU 600-EXIT
           DISPLAY "MRS-1070 TRAINING REFRESH: " WS-COPIED
               " COPIED, " WS-EMPTIED " EMPTIED, " WS-SKIPPED
               " SKIPPED."
           DISPLAY DONE-MSG
           ACCEPT DONE-MSG.
       100-EXIT.
           GOBACK.

      * Save the live set, have MRS-1060 make the training set from
      * it, and refuse if any file would be its own training copy.
       150-BUILD-TRAINING-PATHS.
           MOVE WS-FILENAMES TO WS-LIVE-NAMES
           MOVE WS-FILENAMES TO WS-TRN-NAMES
           MOVE LENGTH OF WS-TRN-NAMES TO MRS-TRN-AREA-LEN
           CALL "MRS-1060" USING MRS-TRN-PUT WS-TRN-NAMES
           MOVE LENGTH OF WS-WORK-NAME TO MRS-TRN-AREA-LEN
           CALL "MRS-1060" USING MRS-TRN-PUT WS-WORK-NAME
           MOVE "N" TO WS-SAME-PATH
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 58
               IF WS-LIVE-PATH(WS-I) = WS-TRN-PATH(WS-I)
                   MOVE "Y" TO WS-SAME-PATH
               END-IF
           END-PERFORM.
       150-EXIT.
           EXIT.

      * Live master -> work file -> training copy. A master with no
      * live file yet is skipped and its training copy left alone.
       300-COPY-MASTER.
           MOVE WS-LIVE-NAMES TO WS-FILENAMES
           PERFORM 700-OPEN-MASTER-INPUT THRU 700-EXIT
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MRS-1070 FILE " WS-CUR-FILE
                   ": NO LIVE FILE - SKIPPED."
               ADD 1 TO WS-SKIPPED
               GO TO 300-EXIT
           END-IF
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-EOF
           OPEN OUTPUT MRS-TRN-WORK-FILE
           PERFORM 350-UNLOAD-NEXT THRU 350-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-TRN-WORK-FILE
           PERFORM 800-CLOSE-MASTER THRU 800-EXIT

           MOVE WS-TRN-NAMES TO WS-FILENAMES
           PERFORM 750-OPEN-MASTER-OUTPUT THRU 750-EXIT
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-TRN-WORK-FILE
           PERFORM 400-RELOAD-NEXT THRU 400-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-TRN-WORK-FILE
           PERFORM 800-CLOSE-MASTER THRU 800-EXIT
           MOVE WS-LIVE-NAMES TO WS-FILENAMES
           ADD 1 TO WS-COPIED
           DISPLAY "MRS-1070 FILE " WS-CUR-FILE ": "
               WS-REC-COUNT " RECORD(S) COPIED.".
       300-EXIT.
           EXIT.

       350-UNLOAD-NEXT.
           MOVE SPACES TO MRS-TRN-WORK-REC
           EVALUATE WS-CUR-FILE
               WHEN 1
                   READ MRS-MOVIE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-MOVIE-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 2
                   READ MRS-RENTAL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-RENTAL-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 3
                   READ MRS-SCH-INFO-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-SCH-INFO-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 4
                   READ MRS-SHOW-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-SHOW-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 5
                   READ MRS-VENDOR-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-VENDOR-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 6
                   READ MRS-SCREEN-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-SCREEN-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 7
                   READ MRS-TICKET-INFO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-TICK-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 8
                   READ MRS-SEAT-MAP-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-SEAT-MAP-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 9
                   READ MRS-MEMBER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-MEMBER-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 10
                   READ MRS-GIFT-CARD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-GIFT-CARD-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 11
                   READ MRS-PASS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-PASS-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 12
                   READ MRS-CONCESSION-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-CONCESSION-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 13
                   READ MRS-COMBO-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-COMBO-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 14
                   READ MRS-PROMO-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-PROMO-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 15
                   READ MRS-PRICE-RULE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-PRICE-RULE-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 16
                   READ MRS-TAX-TABLE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-TAX-TABLE-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 17
                   READ MRS-BIZDAY-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-BIZDAY-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 18
                   READ MRS-OPERATOR-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-OPERATOR-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 19
                   READ MRS-PERMIT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-PERMIT-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 20
                   READ MRS-HOLD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-HOLD-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 21
                   READ MRS-GL-ACCT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-GLA-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 22
                   READ MRS-GL-PERIOD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-GLP-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 23
                   READ MRS-FISCAL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-FISCAL-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 24
                   READ MRS-BIZPARM-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-BIZPARM-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 25
                   READ MRS-UPC-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-UPC-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 26
                   READ MRS-STAFFRULE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-STAFFRULE-REC TO MRS-TRN-WORK-REC
                   END-READ
               WHEN 27
                   READ MRS-TAXCERT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MRS-TAXCERT-REC TO MRS-TRN-WORK-REC
                   END-READ
           END-EVALUATE
           IF WS-EOF NOT = "Y"
               WRITE MRS-TRN-WORK-REC
               ADD 1 TO WS-REC-COUNT
           END-IF.
       350-EXIT.
           EXIT.

       400-RELOAD-NEXT.
           READ MRS-TRN-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 450-WRITE-MASTER THRU 450-EXIT
                   ADD 1 TO WS-REC-COUNT
           END-READ.
       400-EXIT.
           EXIT.

       450-WRITE-MASTER.
           EVALUATE WS-CUR-FILE
               WHEN 1
                   MOVE MRS-TRN-WORK-REC TO MRS-MOVIE-REC
                   WRITE MRS-MOVIE-REC
               WHEN 2
                   MOVE MRS-TRN-WORK-REC TO MRS-RENTAL-REC
                   WRITE MRS-RENTAL-REC
               WHEN 3
                   MOVE MRS-TRN-WORK-REC TO MRS-SCH-INFO-REC
                   WRITE MRS-SCH-INFO-REC
               WHEN 4
                   MOVE MRS-TRN-WORK-REC TO MRS-SHOW-REC
                   WRITE MRS-SHOW-REC
               WHEN 5
                   MOVE MRS-TRN-WORK-REC TO MRS-VENDOR-REC
                   WRITE MRS-VENDOR-REC
               WHEN 6
                   MOVE MRS-TRN-WORK-REC TO MRS-SCREEN-REC
                   WRITE MRS-SCREEN-REC
               WHEN 7
                   MOVE MRS-TRN-WORK-REC TO MRS-TICK-REC
                   WRITE MRS-TICK-REC
               WHEN 8
                   MOVE MRS-TRN-WORK-REC TO MRS-SEAT-MAP-REC
                   WRITE MRS-SEAT-MAP-REC
               WHEN 9
                   MOVE MRS-TRN-WORK-REC TO MRS-MEMBER-REC
                   WRITE MRS-MEMBER-REC
               WHEN 10
                   MOVE MRS-TRN-WORK-REC TO MRS-GIFT-CARD-REC
                   WRITE MRS-GIFT-CARD-REC
               WHEN 11
                   MOVE MRS-TRN-WORK-REC TO MRS-PASS-REC
                   WRITE MRS-PASS-REC
               WHEN 12
                   MOVE MRS-TRN-WORK-REC TO MRS-CONCESSION-REC
                   WRITE MRS-CONCESSION-REC
               WHEN 13
                   MOVE MRS-TRN-WORK-REC TO MRS-COMBO-REC
                   WRITE MRS-COMBO-REC
               WHEN 14
                   MOVE MRS-TRN-WORK-REC TO MRS-PROMO-REC
                   WRITE MRS-PROMO-REC
               WHEN 15
                   MOVE MRS-TRN-WORK-REC TO MRS-PRICE-RULE-REC
                   WRITE MRS-PRICE-RULE-REC
               WHEN 16
                   MOVE MRS-TRN-WORK-REC TO MRS-TAX-TABLE-REC
                   WRITE MRS-TAX-TABLE-REC
               WHEN 17
                   MOVE MRS-TRN-WORK-REC TO MRS-BIZDAY-REC
                   WRITE MRS-BIZDAY-REC
               WHEN 18
                   MOVE MRS-TRN-WORK-REC TO MRS-OPERATOR-REC
                   WRITE MRS-OPERATOR-REC
               WHEN 19
                   MOVE MRS-TRN-WORK-REC TO MRS-PERMIT-REC
                   WRITE MRS-PERMIT-REC
               WHEN 20
                   MOVE MRS-TRN-WORK-REC TO MRS-HOLD-REC
                   WRITE MRS-HOLD-REC
               WHEN 21
                   MOVE MRS-TRN-WORK-REC TO MRS-GLA-REC
                   WRITE MRS-GLA-REC
               WHEN 22
                   MOVE MRS-TRN-WORK-REC TO MRS-GLP-REC
                   WRITE MRS-GLP-REC
               WHEN 23
                   MOVE MRS-TRN-WORK-REC TO MRS-FISCAL-REC
                   WRITE MRS-FISCAL-REC
               WHEN 24
                   MOVE MRS-TRN-WORK-REC TO MRS-BIZPARM-REC
                   WRITE MRS-BIZPARM-REC
               WHEN 25
                   MOVE MRS-TRN-WORK-REC TO MRS-UPC-REC
                   WRITE MRS-UPC-REC
               WHEN 26
                   MOVE MRS-TRN-WORK-REC TO MRS-STAFFRULE-REC
                   WRITE MRS-STAFFRULE-REC
               WHEN 27
                   MOVE MRS-TRN-WORK-REC TO MRS-TAXCERT-REC
                   WRITE MRS-TAXCERT-REC
           END-EVALUATE.
       450-EXIT.
           EXIT.

      * The price and tax rate files, copied line for line. A missing
      * live file is skipped like a missing master.
       500-COPY-FLAT.
           MOVE WS-LIVE-PATH(WS-I) TO UT-SYS-FLAT-IN
           MOVE WS-TRN-PATH(WS-I) TO UT-SYS-FLAT-OUT
           OPEN INPUT MRS-FLAT-IN-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "MRS-1070 FILE " WS-I
                   ": NO LIVE FILE - SKIPPED."
               ADD 1 TO WS-SKIPPED
               GO TO 500-EXIT
           END-IF
           OPEN OUTPUT MRS-FLAT-OUT-FILE
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-FLAT-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MRS-FLAT-IN-REC TO MRS-FLAT-OUT-REC
                       WRITE MRS-FLAT-OUT-REC
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE MRS-FLAT-IN-FILE
           CLOSE MRS-FLAT-OUT-FILE
           ADD 1 TO WS-COPIED
           DISPLAY "MRS-1070 FILE " WS-I ": "
               WS-REC-COUNT " LINE(S) COPIED.".
       500-EXIT.
           EXIT.

      * Each trail's training copy is opened output and closed, which
      * leaves it there and empty.
       550-EMPTY-TRAIL.
           MOVE WS-TRN-PATH(WS-I) TO UT-SYS-FLAT-OUT
           OPEN OUTPUT MRS-FLAT-OUT-FILE
           IF WS-FLAT-OUT-STATUS = "00"
               CLOSE MRS-FLAT-OUT-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               DISPLAY "MRS-1070 FILE " WS-I ": STATUS "
                   WS-FLAT-OUT-STATUS " - NOT EMPTIED."
               ADD 1 TO WS-SKIPPED
           END-IF.
       550-EXIT.
           EXIT.

      * The same for the indexed state files, under the training set.
       600-EMPTY-STATE.
           MOVE WS-TRN-NAMES TO WS-FILENAMES
           OPEN OUTPUT MRS-LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-LOCK-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-NOTIFY-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-NOTIFY-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-TSLIDX-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-TSLIDX-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-TICKET-SERIAL-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-TICKET-SERIAL-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-ATTEND-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-ATTEND-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-SEQCTL-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-SEQCTL-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-STAFFBUY-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-STAFFBUY-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           OPEN OUTPUT MRS-TAXEXMPT-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE MRS-TAXEXMPT-FILE
               ADD 1 TO WS-EMPTIED
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           MOVE WS-LIVE-NAMES TO WS-FILENAMES.
       600-EXIT.
           EXIT.

       700-OPEN-MASTER-INPUT.
           EVALUATE WS-CUR-FILE
               WHEN 1 OPEN INPUT MRS-MOVIE-FILE
               WHEN 2 OPEN INPUT MRS-RENTAL-FILE
               WHEN 3 OPEN INPUT MRS-SCH-INFO-FILE
               WHEN 4 OPEN INPUT MRS-SHOW-FILE
               WHEN 5 OPEN INPUT MRS-VENDOR-FILE
               WHEN 6 OPEN INPUT MRS-SCREEN-FILE
               WHEN 7 OPEN INPUT MRS-TICKET-INFO
               WHEN 8 OPEN INPUT MRS-SEAT-MAP-FILE
               WHEN 9 OPEN INPUT MRS-MEMBER-FILE
               WHEN 10 OPEN INPUT MRS-GIFT-CARD-FILE
               WHEN 11 OPEN INPUT MRS-PASS-FILE
               WHEN 12 OPEN INPUT MRS-CONCESSION-FILE
               WHEN 13 OPEN INPUT MRS-COMBO-FILE
               WHEN 14 OPEN INPUT MRS-PROMO-FILE
               WHEN 15 OPEN INPUT MRS-PRICE-RULE-FILE
               WHEN 16 OPEN INPUT MRS-TAX-TABLE-FILE
               WHEN 17 OPEN INPUT MRS-BIZDAY-FILE
               WHEN 18 OPEN INPUT MRS-OPERATOR-FILE
               WHEN 19 OPEN INPUT MRS-PERMIT-FILE
               WHEN 20 OPEN INPUT MRS-HOLD-FILE
               WHEN 21 OPEN INPUT MRS-GL-ACCT-FILE
               WHEN 22 OPEN INPUT MRS-GL-PERIOD-FILE
               WHEN 23 OPEN INPUT MRS-FISCAL-FILE
               WHEN 24 OPEN INPUT MRS-BIZPARM-FILE
               WHEN 25 OPEN INPUT MRS-UPC-FILE
               WHEN 26 OPEN INPUT MRS-STAFFRULE-FILE
               WHEN 27 OPEN INPUT MRS-TAXCERT-FILE
           END-EVALUATE.
       700-EXIT.
           EXIT.

       750-OPEN-MASTER-OUTPUT.
           EVALUATE WS-CUR-FILE
               WHEN 1 OPEN OUTPUT MRS-MOVIE-FILE
               WHEN 2 OPEN OUTPUT MRS-RENTAL-FILE
               WHEN 3 OPEN OUTPUT MRS-SCH-INFO-FILE
               WHEN 4 OPEN OUTPUT MRS-SHOW-FILE
               WHEN 5 OPEN OUTPUT MRS-VENDOR-FILE
               WHEN 6 OPEN OUTPUT MRS-SCREEN-FILE
               WHEN 7 OPEN OUTPUT MRS-TICKET-INFO
               WHEN 8 OPEN OUTPUT MRS-SEAT-MAP-FILE
               WHEN 9 OPEN OUTPUT MRS-MEMBER-FILE
               WHEN 10 OPEN OUTPUT MRS-GIFT-CARD-FILE
               WHEN 11 OPEN OUTPUT MRS-PASS-FILE
               WHEN 12 OPEN OUTPUT MRS-CONCESSION-FILE
               WHEN 13 OPEN OUTPUT MRS-COMBO-FILE
               WHEN 14 OPEN OUTPUT MRS-PROMO-FILE
               WHEN 15 OPEN OUTPUT MRS-PRICE-RULE-FILE
               WHEN 16 OPEN OUTPUT MRS-TAX-TABLE-FILE
               WHEN 17 OPEN OUTPUT MRS-BIZDAY-FILE
               WHEN 18 OPEN OUTPUT MRS-OPERATOR-FILE
               WHEN 19 OPEN OUTPUT MRS-PERMIT-FILE
               WHEN 20 OPEN OUTPUT MRS-HOLD-FILE
               WHEN 21 OPEN OUTPUT MRS-GL-ACCT-FILE
               WHEN 22 OPEN OUTPUT MRS-GL-PERIOD-FILE
               WHEN 23 OPEN OUTPUT MRS-FISCAL-FILE
               WHEN 24 OPEN OUTPUT MRS-BIZPARM-FILE
               WHEN 25 OPEN OUTPUT MRS-UPC-FILE
               WHEN 26 OPEN OUTPUT MRS-STAFFRULE-FILE
               WHEN 27 OPEN OUTPUT MRS-TAXCERT-FILE
           END-EVALUATE.
       750-EXIT.
           EXIT.

       800-CLOSE-MASTER.
           EVALUATE WS-CUR-FILE
               WHEN 1 CLOSE MRS-MOVIE-FILE
               WHEN 2 CLOSE MRS-RENTAL-FILE
               WHEN 3 CLOSE MRS-SCH-INFO-FILE
               WHEN 4 CLOSE MRS-SHOW-FILE
               WHEN 5 CLOSE MRS-VENDOR-FILE
               WHEN 6 CLOSE MRS-SCREEN-FILE
               WHEN 7 CLOSE MRS-TICKET-INFO
               WHEN 8 CLOSE MRS-SEAT-MAP-FILE
               WHEN 9 CLOSE MRS-MEMBER-FILE
               WHEN 10 CLOSE MRS-GIFT-CARD-FILE
               WHEN 11 CLOSE MRS-PASS-FILE
               WHEN 12 CLOSE MRS-CONCESSION-FILE
               WHEN 13 CLOSE MRS-COMBO-FILE
               WHEN 14 CLOSE MRS-PROMO-FILE
               WHEN 15 CLOSE MRS-PRICE-RULE-FILE
               WHEN 16 CLOSE MRS-TAX-TABLE-FILE
               WHEN 17 CLOSE MRS-BIZDAY-FILE
               WHEN 18 CLOSE MRS-OPERATOR-FILE
               WHEN 19 CLOSE MRS-PERMIT-FILE
               WHEN 20 CLOSE MRS-HOLD-FILE
               WHEN 21 CLOSE MRS-GL-ACCT-FILE
               WHEN 22 CLOSE MRS-GL-PERIOD-FILE
               WHEN 23 CLOSE MRS-FISCAL-FILE
               WHEN 24 CLOSE MRS-BIZPARM-FILE
               WHEN 25 CLOSE MRS-UPC-FILE
               WHEN 26 CLOSE MRS-STAFFRULE-FILE
               WHEN 27 CLOSE MRS-TAXCERT-FILE
           END-EVALUATE.
       800-EXIT.
           EXIT.

      * Lets the site override compiled-in data file paths without a
      * recompile. Missing config file or missing key just leaves the
      * paths this program was compiled with alone. These are the live
      * paths; the training ones are always made from them.
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
       160-END.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "MRS-SCH"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCH
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-VEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-VEN
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "MRS-TIC"
                   MOVE CFG-PATH TO UT-SYS-MRS-TIC
               WHEN "SEAT-MAP"
                   MOVE CFG-PATH TO UT-SYS-SEAT-MAP
               WHEN "MEMBER"
                   MOVE CFG-PATH TO UT-SYS-MEMBER
               WHEN "GIFTCARD"
                   MOVE CFG-PATH TO UT-SYS-GIFTCARD
               WHEN "PASS"
                   MOVE CFG-PATH TO UT-SYS-PASS
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "COMBO"
                   MOVE CFG-PATH TO UT-SYS-COMBO
               WHEN "PROMO"
                   MOVE CFG-PATH TO UT-SYS-PROMO
               WHEN "PRICE-RULE"
                   MOVE CFG-PATH TO UT-SYS-PRICE-RULE
               WHEN "TAXTBL"
                   MOVE CFG-PATH TO UT-SYS-TAXTBL
               WHEN "BIZDAY"
                   MOVE CFG-PATH TO UT-SYS-BIZDAY
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "PERMIT"
                   MOVE CFG-PATH TO UT-SYS-PERMIT
               WHEN "MRS-HOLD"
                   MOVE CFG-PATH TO UT-SYS-MRS-HOLD
               WHEN "GLACCT"
                   MOVE CFG-PATH TO UT-SYS-GLACCT
               WHEN "GLPERIOD"
                   MOVE CFG-PATH TO UT-SYS-GLPERIOD
               WHEN "FISCAL"
                   MOVE CFG-PATH TO UT-SYS-FISCAL
               WHEN "BIZPARM"
                   MOVE CFG-PATH TO UT-SYS-BIZPARM
               WHEN "UPC"
                   MOVE CFG-PATH TO UT-SYS-UPC
               WHEN "STAFFRULE"
                   MOVE CFG-PATH TO UT-SYS-STAFFRULE
               WHEN "TAXCERT"
                   MOVE CFG-PATH TO UT-SYS-TAXCERT
               WHEN "PRICE"
                   MOVE CFG-PATH TO UT-SYS-PRICE
               WHEN "TAX"
                   MOVE CFG-PATH TO UT-SYS-TAX
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "POST"
                   MOVE CFG-PATH TO UT-SYS-POST
               WHEN "GL-HELD"
                   MOVE CFG-PATH TO UT-SYS-GL-HELD
               WHEN "GLP-NOTE"
                   MOVE CFG-PATH TO UT-SYS-GLP-NOTE
               WHEN "GLHIST"
                   MOVE CFG-PATH TO UT-SYS-GLHIST
               WHEN "GL-STAGE-5000"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5000
               WHEN "GL-STAGE-5100"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5100
               WHEN "GL-STAGE-5200"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5200
               WHEN "GL-STAGE-5350"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5350
               WHEN "GL-STAGE-5210"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5210
               WHEN "GL-STAGE-5500"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5500
               WHEN "GL-STAGE-4200"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-4200
               WHEN "GL-STAGE-5650"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-5650
               WHEN "GL-STAGE-6270"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-6270
               WHEN "GL-STAGE-6280"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE-6280
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "CHANGE-HIST"
                   MOVE CFG-PATH TO UT-SYS-CHANGE-HIST
               WHEN "NTF-EXP"
                   MOVE CFG-PATH TO UT-SYS-NTF-EXP
               WHEN "RECEIPT"
                   MOVE CFG-PATH TO UT-SYS-RECEIPT
               WHEN "UPCMISS"
                   MOVE CFG-PATH TO UT-SYS-UPCMISS
               WHEN "LOCKFILE"
                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "NOTIFY"
                   MOVE CFG-PATH TO UT-SYS-NOTIFY
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "TKTSER"
                   MOVE CFG-PATH TO UT-SYS-TKTSER
               WHEN "ATTEND"
                   MOVE CFG-PATH TO UT-SYS-ATTEND
               WHEN "SEQCTL"
                   MOVE CFG-PATH TO UT-SYS-SEQCTL
               WHEN "STAFFBUY"
                   MOVE CFG-PATH TO UT-SYS-STAFFBUY
               WHEN "TAXEXMPT"
                   MOVE CFG-PATH TO UT-SYS-TAXEXMPT
               WHEN "TRN-WORK"
                   MOVE CFG-PATH TO UT-SYS-TRN-WORK
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1070.
