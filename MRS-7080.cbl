       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7080.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Report request screen (F5 off the main menu). The date-range
      * and month reports all asked for their parameters at the
      * console, so somebody had to sit there to run each one. Here
      * the office picks a report off the list, keys its parameters,
      * and queues it on the report request file; MRS-7070 runs the
      * queue - with the night run, or on demand - and every report
      * it runs goes on the report spool.
      *
      * Each parameter is checked as it is keyed: a date must be a
      * real YYYYMMDD date, a to-date may not come before its
      * from-date, a range must be one MRS-5070 finds on the
      * calendar. A blank parameter is queued as the report's own
      * blank or zero answer - "today" meaning the day it runs.
      *
      * The screen also lists the newest requests with how each one
      * went and the spool id its output is under, and cancels a
      * request still waiting - the operator's own, or anybody's
      * for a supervisor.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-RPTREQ-FILE
               ASSIGN TO UT-SYS-RPTREQ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-RRQ-ID
               FILE STATUS IS WS-RRQ-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RPTREQ.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-RPTREQ PIC X(50)
           VALUE "C:\COBOL\MRS-RPTREQ-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

      * The reports that can be queued. The four type bytes say what
      * each parameter is, in the order the report ACCEPTs them:
      *   D a date   F from-date   T to-date   (YYYYMMDD)
      *   S show id   K movie key (vendor + number)
      *   P flag percent   R range in the forms MRS-5070 reads
      *   W theatre (site)
      * MRS-7070 must know every program listed here by name.
       01 WS-CATALOG-VALUES.
         05 PIC X(8)  VALUE "MRS-7170".
         05 PIC X(26) VALUE "DAILY BOX OFFICE STATEMENT".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TODAY".
         05 PIC X(8)  VALUE "MRS-7350".
         05 PIC X(26) VALUE "USHER MANIFEST".
         05 PIC X(4)  VALUE "S".
         05 PIC X(40) VALUE "BLANK SHOW = EVERY SHOWING TODAY".
         05 PIC X(8)  VALUE "MRS-7450".
         05 PIC X(26) VALUE "STAFFING WORKSHEET".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TOMORROW".
         05 PIC X(8)  VALUE "MRS-7460".
         05 PIC X(26) VALUE "PAYROLL HOURS".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = PERIOD ENDING YESTERDAY".
         05 PIC X(8)  VALUE "MRS-7700".
         05 PIC X(26) VALUE "OCCUPANCY".
         05 PIC X(4)  VALUE "FT".
         05 PIC X(40) VALUE "BLANK TO-DATE = OPEN ENDED".
         05 PIC X(8)  VALUE "MRS-7750".
         05 PIC X(26) VALUE "SCREEN UTILIZATION".
         05 PIC X(4)  VALUE "FT".
         05 PIC X(40) VALUE "BLANK FROM-DATE = THE LAST SEVEN DAYS".
         05 PIC X(8)  VALUE "MRS-7900".
         05 PIC X(26) VALUE "PRICE HISTORY".
         05 PIC X(4)  VALUE "KFTP".
         05 PIC X(40) VALUE "BLANK MOVIE = EVERY MOVIE".
         05 PIC X(8)  VALUE "MRS-8000".
         05 PIC X(26) VALUE "TITLE PERFORMANCE".
         05 PIC X(4)  VALUE "FT".
         05 PIC X(40) VALUE "BLANK TO-DATE = OPEN ENDED".
         05 PIC X(8)  VALUE "MRS-8600".
         05 PIC X(26) VALUE "DRAWER RECONCILIATION".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TODAY".
         05 PIC X(8)  VALUE "MRS-8620".
         05 PIC X(26) VALUE "OVER/SHORT".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = THIS MONTH".
         05 PIC X(8)  VALUE "MRS-8630".
         05 PIC X(26) VALUE "COMPS".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = THIS MONTH".
         05 PIC X(8)  VALUE "MRS-8640".
         05 PIC X(26) VALUE "LOSS PREVENTION".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TODAY".
         05 PIC X(8)  VALUE "MRS-8650".
         05 PIC X(26) VALUE "STAFF DISCOUNTS".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = THIS MONTH".
         05 PIC X(8)  VALUE "MRS-8660".
         05 PIC X(26) VALUE "OPEN PURCHASE ORDERS".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TODAY (OVERDUE AS OF)".
         05 PIC X(8)  VALUE "MRS-8670".
         05 PIC X(26) VALUE "CONCESSION MARGIN".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = THIS MONTH".
         05 PIC X(8)  VALUE "MRS-8680".
         05 PIC X(26) VALUE "INVENTORY COUNT SHEET".
         05 PIC X(4)  VALUE "W".
         05 PIC X(40) VALUE "BLANK THEATRE = THE ONE SIGNED ON HERE".
         05 PIC X(8)  VALUE "MRS-8690".
         05 PIC X(26) VALUE "INVENTORY COUNT VARIANCE".
         05 PIC X(4)  VALUE SPACES.
         05 PIC X(40) VALUE "NO PARAMETERS - THE COUNT NOW OPEN".
         05 PIC X(8)  VALUE "MRS-8695".
         05 PIC X(26) VALUE "UNKNOWN BARCODES".
         05 PIC X(4)  VALUE SPACES.
         05 PIC X(40) VALUE "NO PARAMETERS - CODES NOT YET SET UP".
         05 PIC X(8)  VALUE "MRS-8710".
         05 PIC X(26) VALUE "EQUIPMENT SERVICE DUE".
         05 PIC X(4)  VALUE "P".
         05 PIC X(40) VALUE "BLANK PERCENT = LAMP-WARN PARAMETER".
         05 PIC X(8)  VALUE "MRS-8720".
         05 PIC X(26) VALUE "GUEST INCIDENTS".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = THIS MONTH".
         05 PIC X(8)  VALUE "MRS-8800".
         05 PIC X(26) VALUE "BUDGET AGAINST ACTUAL".
         05 PIC X(4)  VALUE "R".
         05 PIC X(40) VALUE "BLANK RANGE = EVERY BUDGETED MONTH".
         05 PIC X(8)  VALUE "MRS-8930".
         05 PIC X(26) VALUE "PROMOTION REDEMPTION".
         05 PIC X(4)  VALUE "FT".
         05 PIC X(40) VALUE "BLANK TO-DATE = OPEN ENDED".
         05 PIC X(8)  VALUE "MRS-8970".
         05 PIC X(26) VALUE "SHIFT REPORT".
         05 PIC X(4)  VALUE "D".
         05 PIC X(40) VALUE "BLANK DATE = TODAY".
         05 PIC X(8)  VALUE "MRS-8980".
         05 PIC X(26) VALUE "PER-CAPITA SPEND".
         05 PIC X(4)  VALUE "FT".
         05 PIC X(40) VALUE "BLANK TO-DATE = THE FROM-DATE ALONE".
       01 WS-CATALOG REDEFINES WS-CATALOG-VALUES.
         05 WS-CAT-ENTRY OCCURS 24 TIMES.
           10 WC-PROGRAM PIC X(8).
           10 WC-TITLE PIC X(26).
           10 WC-TYPE PIC X OCCURS 4 TIMES.
           10 WC-NOTE PIC X(40).

       01 WS-PROMPT-VALUES.
         05 PIC X(23) VALUE "DDATE (YYYYMMDD)".
         05 PIC X(23) VALUE "FFROM DATE (YYYYMMDD)".
         05 PIC X(23) VALUE "TTO DATE (YYYYMMDD)".
         05 PIC X(23) VALUE "SSHOW ID".
         05 PIC X(23) VALUE "KMOVIE (VENDOR+NUMBER)".
         05 PIC X(23) VALUE "PFLAG PERCENT".
         05 PIC X(23) VALUE "RRANGE (YYYYMM, P, W..)".
         05 PIC X(23) VALUE "WTHEATRE".
       01 WS-PROMPT-TABLE REDEFINES WS-PROMPT-VALUES.
         05 WS-PROMPT-ENTRY OCCURS 8 TIMES.
           10 WP-TYPE PIC X.
           10 WP-TEXT PIC X(22).

       01 WS-CONTROL.
         05 WS-RRQ-STATUS PIC XX.
         05 RRQ-EOF PIC X.
         05 WS-ENTER PIC X.
         05 WS-AGAIN PIC X.
         05 WS-PICK-RPT PIC 99.
         05 WS-PICK-CANCEL PIC 9(6).
         05 WS-R PIC 99.
         05 WS-P PIC 9.
         05 WS-I PIC 99.
         05 WS-T PIC 9.
         05 WS-L PIC 99.
         05 WS-HIGH-ID PIC 9(6).
         05 WS-PARM-OK PIC X.
         05 WS-WORK PIC X(8).
         05 WS-NUM8 PIC 9(8).
         05 WS-NUM4 PIC 9(4).
         05 WS-NUM3 PIC 9(3).
         05 WS-FROM-VAL PIC 9(8).
         05 WS-TO-VAL PIC 9(8).
         05 WS-DATE-TEST-RESULT PIC 9(8).
         05 WS-ERR-TEXT PIC X(50).

       01 WS-REPORT-HEAD.
         05 WH-PROGRAM PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 WH-TITLE PIC X(26).

       01 WS-PARM-ENTRY.
         05 WS-PROMPT-SHOW PIC X(22) OCCURS 4 TIMES.
         05 WS-IN-PARM PIC X(8) OCCURS 4 TIMES.
         05 WS-OUT-PARM PIC X(8) OCCURS 4 TIMES.

       01 WS-CAT-BUILD.
         05 WB-NUM PIC Z9.
         05 PIC X VALUE SPACE.
         05 WB-TITLE PIC X(26).
       01 WS-CAT-DISPLAY.
         05 WS-CAT-LINE PIC X(29) OCCURS 24 TIMES.

       01 WS-REQ-BUILD.
         05 WQ-ID PIC 9(6).
         05 PIC X(2) VALUE SPACES.
         05 WQ-PROGRAM PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 WQ-DATE PIC 9(8).
         05 PIC X(2) VALUE SPACES.
         05 WQ-OPERATOR PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 WQ-STATUS PIC X.
         05 PIC X(2) VALUE SPACES.
         05 WQ-SPOOL PIC ZZZZ9.
         05 PIC X(2) VALUE SPACES.
         05 WQ-REASON PIC X(20).
      * The six newest requests, oldest of them in slot 1 while the
      * file is walked; shown newest first.
       01 WS-REQ-DISPLAY.
         05 WS-REQ-LINE PIC X(68) OCCURS 6 TIMES.
       01 WS-REQ-SHOWN.
         05 WS-REQ-SHOW PIC X(68) OCCURS 6 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS708".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 RRQ-TITLE.
           10 LINE 2 COL 18
             VALUE "MOVIE RENTALS AND SCHEDULING: REPORT REQUESTS".
         05 RRQ-FUNCTION.
           10 LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN".

       01 SCR-PICK.
         05 LINE 3 COL 3 PIC X(29) FROM WS-CAT-LINE(1).
         05 LINE 4 COL 3 PIC X(29) FROM WS-CAT-LINE(2).
         05 LINE 5 COL 3 PIC X(29) FROM WS-CAT-LINE(3).
         05 LINE 6 COL 3 PIC X(29) FROM WS-CAT-LINE(4).
         05 LINE 7 COL 3 PIC X(29) FROM WS-CAT-LINE(5).
         05 LINE 8 COL 3 PIC X(29) FROM WS-CAT-LINE(6).
         05 LINE 9 COL 3 PIC X(29) FROM WS-CAT-LINE(7).
         05 LINE 10 COL 3 PIC X(29) FROM WS-CAT-LINE(8).
         05 LINE 11 COL 3 PIC X(29) FROM WS-CAT-LINE(9).
         05 LINE 12 COL 3 PIC X(29) FROM WS-CAT-LINE(10).
         05 LINE 13 COL 3 PIC X(29) FROM WS-CAT-LINE(11).
         05 LINE 14 COL 3 PIC X(29) FROM WS-CAT-LINE(12).
         05 LINE 3 COL 42 PIC X(29) FROM WS-CAT-LINE(13).
         05 LINE 4 COL 42 PIC X(29) FROM WS-CAT-LINE(14).
         05 LINE 5 COL 42 PIC X(29) FROM WS-CAT-LINE(15).
         05 LINE 6 COL 42 PIC X(29) FROM WS-CAT-LINE(16).
         05 LINE 7 COL 42 PIC X(29) FROM WS-CAT-LINE(17).
         05 LINE 8 COL 42 PIC X(29) FROM WS-CAT-LINE(18).
         05 LINE 9 COL 42 PIC X(29) FROM WS-CAT-LINE(19).
         05 LINE 10 COL 42 PIC X(29) FROM WS-CAT-LINE(20).
         05 LINE 11 COL 42 PIC X(29) FROM WS-CAT-LINE(21).
         05 LINE 12 COL 42 PIC X(29) FROM WS-CAT-LINE(22).
         05 LINE 13 COL 42 PIC X(29) FROM WS-CAT-LINE(23).
         05 LINE 14 COL 42 PIC X(29) FROM WS-CAT-LINE(24).
         05 LINE 15 COL 3 VALUE
           "REQ     REPORT    QUEUED    BY        ST  SPOOL  NOTE".
         05 LINE 16 COL 3 PIC X(68) FROM WS-REQ-SHOW(1).
         05 LINE 17 COL 3 PIC X(68) FROM WS-REQ-SHOW(2).
         05 LINE 18 COL 3 PIC X(68) FROM WS-REQ-SHOW(3).
         05 LINE 19 COL 3 PIC X(68) FROM WS-REQ-SHOW(4).
         05 LINE 20 COL 3 PIC X(68) FROM WS-REQ-SHOW(5).
         05 LINE 21 COL 3 PIC X(68) FROM WS-REQ-SHOW(6).
         05 LINE 22 COL 3 VALUE "REPORT TO QUEUE (0 = NONE):".
         05 COL 31 PIC 99 TO WS-PICK-RPT REVERSE-VIDEO.
         05 COL 42 VALUE "REQUEST TO CANCEL:".
         05 COL 61 PIC 9(6) TO WS-PICK-CANCEL REVERSE-VIDEO.

       01 SCR-PARMS.
         05 LINE 4 COL 8 VALUE "REPORT:".
         05 COL 16 PIC X(36) FROM WS-REPORT-HEAD.
         05 LINE 6 COL 16 PIC X(40) FROM WC-NOTE(WS-R).
         05 LINE 8 COL 8 PIC X(22) FROM WS-PROMPT-SHOW(1).
         05 COL 32 PIC X(8) USING WS-IN-PARM(1) REVERSE-VIDEO.
         05 LINE 10 COL 8 PIC X(22) FROM WS-PROMPT-SHOW(2).
         05 COL 32 PIC X(8) USING WS-IN-PARM(2) REVERSE-VIDEO.
         05 LINE 12 COL 8 PIC X(22) FROM WS-PROMPT-SHOW(3).
         05 COL 32 PIC X(8) USING WS-IN-PARM(3) REVERSE-VIDEO.
         05 LINE 14 COL 8 PIC X(22) FROM WS-PROMPT-SHOW(4).
         05 COL 32 PIC X(8) USING WS-IN-PARM(4) REVERSE-VIDEO.
         05 LINE 17 COL 8
           VALUE "ENTER = QUEUE IT     F4 = BACK WITHOUT QUEUING".

       01 MSG.
         05 REQ-QUEUED FOREGROUND-COLOR 2.
           10 LINE 23 COL 10 VALUE "REQUEST".
           10 COL 18 PIC 9(6) FROM MRS-RRQ-ID.
           10 COL 25 VALUE "QUEUED - IT RUNS WITH THE NEXT RUN".
           10 COL 60 VALUE "OF MRS-7070.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 REQ-CANCELLED FOREGROUND-COLOR 2.
           10 LINE 23 COL 10 VALUE "REQUEST".
           10 COL 18 PIC 9(6) FROM MRS-RRQ-ID.
           10 COL 25 VALUE "CANCELLED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 REQ-REFUSED FOREGROUND-COLOR 4.
           10 LINE 23 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-QUEUE-FILE FOREGROUND-COLOR 4.
           10 LINE 23 COL 10 VALUE "THE REPORT REQUEST FILE CANNOT".
           10 COL 41 VALUE "BE OPENED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O MRS-RPTREQ-FILE
           IF WS-RRQ-STATUS = '35'
               OPEN OUTPUT MRS-RPTREQ-FILE
               CLOSE MRS-RPTREQ-FILE
               OPEN I-O MRS-RPTREQ-FILE
           END-IF
           IF WS-RRQ-STATUS NOT = '00'
               DISPLAY CLEAR
               DISPLAY NO-QUEUE-FILE
               ACCEPT NO-QUEUE-FILE
               GOBACK
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
               MOVE WS-I TO WB-NUM
               MOVE WC-TITLE(WS-I) TO WB-TITLE
               MOVE WS-CAT-BUILD TO WS-CAT-LINE(WS-I)
           END-PERFORM

           MOVE "Y" TO WS-AGAIN
           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL WS-AGAIN = "N" OR F3 OR F4

           CLOSE MRS-RPTREQ-FILE
           GOBACK.
       100-EXIT.
           EXIT.

       200-ONE-PASS.
           PERFORM 300-BUILD-LIST THRU 300-EXIT
           MOVE ZEROS TO WS-PICK-RPT
           MOVE ZEROS TO WS-PICK-CANCEL
           DISPLAY CLEAR
           DISPLAY SCR-PICK
           ACCEPT SCR-PICK
           IF F3 OR F4
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           IF WS-PICK-RPT = ZEROS AND WS-PICK-CANCEL = ZEROS
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           IF WS-PICK-CANCEL NOT = ZEROS
               PERFORM 600-CANCEL-REQUEST THRU 600-EXIT
           END-IF
           IF WS-PICK-RPT = ZEROS
               GO TO 200-EXIT
           END-IF
           IF WS-PICK-RPT > 24
               MOVE "NO REPORT UNDER THAT NUMBER." TO WS-ERR-TEXT
               DISPLAY REQ-REFUSED
               ACCEPT REQ-REFUSED
               GO TO 200-EXIT
           END-IF
           PERFORM 400-KEY-REQUEST THRU 400-EXIT.
       200-EXIT.
           EXIT.

      * One walk of the request file finds the highest request id
      * and keeps the six newest for the list.
       300-BUILD-LIST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE SPACES TO WS-REQ-LINE(WS-I)
           END-PERFORM
           MOVE ZEROS TO WS-HIGH-ID
           MOVE "N" TO RRQ-EOF
           MOVE ZEROS TO MRS-RRQ-ID
           START MRS-RPTREQ-FILE KEY IS NOT LESS THAN MRS-RRQ-ID
               INVALID KEY
                   MOVE "Y" TO RRQ-EOF
           END-START
           PERFORM UNTIL RRQ-EOF = "Y"
               READ MRS-RPTREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RRQ-EOF
                   NOT AT END
                       PERFORM 350-KEEP-NEWEST THRU 350-EXIT
               END-READ
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE WS-REQ-LINE(7 - WS-I) TO WS-REQ-SHOW(WS-I)
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-KEEP-NEWEST.
           MOVE MRS-RRQ-ID TO WS-HIGH-ID
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-REQ-LINE(WS-I + 1) TO WS-REQ-LINE(WS-I)
           END-PERFORM
           MOVE MRS-RRQ-ID TO WQ-ID
           MOVE MRS-RRQ-PROGRAM TO WQ-PROGRAM
           MOVE MRS-RRQ-REQ-DATE TO WQ-DATE
           MOVE MRS-RRQ-OPERATOR TO WQ-OPERATOR
           MOVE MRS-RRQ-STATUS TO WQ-STATUS
           MOVE MRS-RRQ-SPOOL-ID TO WQ-SPOOL
           MOVE MRS-RRQ-REASON TO WQ-REASON
           MOVE WS-REQ-BUILD TO WS-REQ-LINE(6).
       350-EXIT.
           EXIT.

      * Shows the picked report's parameters, re-shown with the
      * reason until they check out or the operator backs out.
       400-KEY-REQUEST.
           MOVE WS-PICK-RPT TO WS-R
           MOVE WC-PROGRAM(WS-R) TO WH-PROGRAM
           MOVE WC-TITLE(WS-R) TO WH-TITLE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE SPACES TO WS-IN-PARM(WS-P)
               MOVE "(NOT USED)" TO WS-PROMPT-SHOW(WS-P)
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
                   IF WC-TYPE(WS-R, WS-P) = WP-TYPE(WS-T)
                       MOVE WP-TEXT(WS-T) TO WS-PROMPT-SHOW(WS-P)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "N" TO WS-PARM-OK
           PERFORM 410-ONE-TRY THRU 410-EXIT
               UNTIL WS-PARM-OK = "Y" OR F3 OR F4
           IF WS-PARM-OK NOT = "Y"
               GO TO 400-EXIT
           END-IF
           PERFORM 500-WRITE-REQUEST THRU 500-EXIT.
       400-EXIT.
           EXIT.

       410-ONE-TRY.
           DISPLAY CLEAR
           DISPLAY SCR-PARMS
           ACCEPT SCR-PARMS
           IF F3 OR F4
               GO TO 410-EXIT
           END-IF
           PERFORM 450-CHECK-PARMS THRU 450-EXIT
           IF WS-PARM-OK NOT = "Y"
               DISPLAY REQ-REFUSED
               ACCEPT REQ-REFUSED
           END-IF.
       410-EXIT.
           EXIT.

       450-CHECK-PARMS.
           MOVE "Y" TO WS-PARM-OK
           MOVE ZEROS TO WS-FROM-VAL
           MOVE ZEROS TO WS-TO-VAL
           PERFORM 460-CHECK-ONE THRU 460-EXIT
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > 4 OR WS-PARM-OK = "N"
           IF WS-PARM-OK = "N"
               GO TO 450-EXIT
           END-IF
           IF WS-FROM-VAL NOT = ZEROS AND WS-TO-VAL NOT = ZEROS AND
              WS-TO-VAL < WS-FROM-VAL
               MOVE "N" TO WS-PARM-OK
               MOVE "THE TO-DATE IS BEFORE THE FROM-DATE."
                   TO WS-ERR-TEXT
           END-IF.
       450-EXIT.
           EXIT.

      * Turns one keyed parameter into the shape its report's
      * ACCEPT takes. A blank (or a lone zero) is the report's own
      * blank answer.
       460-CHECK-ONE.
           MOVE SPACES TO WS-OUT-PARM(WS-P)
           MOVE FUNCTION TRIM(WS-IN-PARM(WS-P)) TO WS-WORK
           IF WS-WORK = "0"
               MOVE SPACES TO WS-WORK
           END-IF
           IF WS-WORK = SPACES
               MOVE ZERO TO WS-L
           ELSE
               COMPUTE WS-L =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-WORK TRAILING))
           END-IF
           EVALUATE WC-TYPE(WS-R, WS-P)
               WHEN "D"
               WHEN "F"
               WHEN "T"
                   IF WS-L = ZERO
                       MOVE ZEROS TO WS-OUT-PARM(WS-P)
                       GO TO 460-EXIT
                   END-IF
                   IF WS-L NOT = 8 OR WS-WORK NOT NUMERIC
                       GO TO 460-BAD-DATE
                   END-IF
                   MOVE WS-WORK TO WS-NUM8
                   COMPUTE WS-DATE-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (WS-NUM8)
                   IF WS-DATE-TEST-RESULT NOT = 0
                       GO TO 460-BAD-DATE
                   END-IF
                   MOVE WS-WORK TO WS-OUT-PARM(WS-P)
                   IF WC-TYPE(WS-R, WS-P) = "F"
                       MOVE WS-NUM8 TO WS-FROM-VAL
                   END-IF
                   IF WC-TYPE(WS-R, WS-P) = "T"
                       MOVE WS-NUM8 TO WS-TO-VAL
                   END-IF
               WHEN "S"
                   MOVE ZEROS TO WS-NUM4
                   IF WS-L > 4
                       GO TO 460-BAD-NUMBER
                   END-IF
                   IF WS-L > ZERO
                       IF WS-WORK(1:WS-L) NOT NUMERIC
                           GO TO 460-BAD-NUMBER
                       END-IF
                       MOVE WS-WORK(1:WS-L) TO WS-NUM4
                   END-IF
                   MOVE WS-NUM4 TO WS-OUT-PARM(WS-P)(1:4)
               WHEN "P"
                   MOVE ZEROS TO WS-NUM3
                   IF WS-L > 3
                       GO TO 460-BAD-NUMBER
                   END-IF
                   IF WS-L > ZERO
                       IF WS-WORK(1:WS-L) NOT NUMERIC
                           GO TO 460-BAD-NUMBER
                       END-IF
                       MOVE WS-WORK(1:WS-L) TO WS-NUM3
                   END-IF
                   MOVE WS-NUM3 TO WS-OUT-PARM(WS-P)(1:3)
               WHEN "K"
                   IF WS-L > 6
                       MOVE "A MOVIE KEY IS SIX CHARACTERS AT MOST."
                           TO WS-ERR-TEXT
                       MOVE "N" TO WS-PARM-OK
                       GO TO 460-EXIT
                   END-IF
                   MOVE WS-WORK TO WS-OUT-PARM(WS-P)
      *        A theatre left blank is the one this terminal is
      *        signed on to - the night run that prints it has none.
               WHEN "W"
                   IF WS-L > 2
                       MOVE "A THEATRE IS TWO CHARACTERS."
                           TO WS-ERR-TEXT
                       MOVE "N" TO WS-PARM-OK
                       GO TO 460-EXIT
                   END-IF
                   IF WS-L = ZERO
                       MOVE MRS-SIGNON-SITE TO WS-OUT-PARM(WS-P)(1:2)
                   ELSE
                       MOVE WS-WORK TO WS-OUT-PARM(WS-P)
                   END-IF
               WHEN "R"
                   IF WS-L > ZERO
                       MOVE WS-WORK TO MRS-FCL-RANGE
                       CALL "MRS-5070" USING MRS-FCL-PUT
                       IF MRS-FCL-ANSWER NOT = "Y"
                           MOVE "THAT RANGE IS NOT ON THE CALENDAR."
                               TO WS-ERR-TEXT
                           MOVE "N" TO WS-PARM-OK
                           GO TO 460-EXIT
                       END-IF
                   END-IF
                   MOVE WS-WORK TO WS-OUT-PARM(WS-P)
           END-EVALUATE
           GO TO 460-EXIT.
       460-BAD-DATE.
           MOVE "A DATE MUST BE A REAL DATE, YYYYMMDD, OR BLANK."
               TO WS-ERR-TEXT
           MOVE "N" TO WS-PARM-OK
           GO TO 460-EXIT.
       460-BAD-NUMBER.
           MOVE "THAT NUMBER IS NOT VALID HERE." TO WS-ERR-TEXT
           MOVE "N" TO WS-PARM-OK.
       460-EXIT.
           EXIT.

      * The new request takes the next id after the highest on
      * file, read fresh so two terminals queuing at once cannot
      * both take the same one.
       500-WRITE-REQUEST.
           PERFORM 300-BUILD-LIST THRU 300-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO MRS-RPTREQ-REC
           COMPUTE MRS-RRQ-ID = WS-HIGH-ID + 1
           MOVE WC-PROGRAM(WS-R) TO MRS-RRQ-PROGRAM
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE WS-OUT-PARM(WS-P) TO MRS-RRQ-PARM(WS-P)
           END-PERFORM
           COMPUTE MRS-RRQ-REQ-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE MRS-RRQ-REQ-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           MOVE MRS-SIGNON-OPERATOR TO MRS-RRQ-OPERATOR
           MOVE "Q" TO MRS-RRQ-STATUS
           MOVE ZEROS TO MRS-RRQ-RUN-DATE
           MOVE ZEROS TO MRS-RRQ-RUN-TIME
           MOVE ZEROS TO MRS-RRQ-SPOOL-ID
           WRITE MRS-RPTREQ-REC
               INVALID KEY
                   MOVE "ANOTHER REQUEST TOOK THAT NUMBER - TRY AGAIN."
                       TO WS-ERR-TEXT
                   DISPLAY REQ-REFUSED
                   ACCEPT REQ-REFUSED
                   GO TO 500-EXIT
           END-WRITE
           DISPLAY REQ-QUEUED
           ACCEPT REQ-QUEUED.
       500-EXIT.
           EXIT.

      * Only a request still waiting can be cancelled, and only by
      * the operator who queued it or a supervisor.
       600-CANCEL-REQUEST.
           MOVE WS-PICK-CANCEL TO MRS-RRQ-ID
           READ MRS-RPTREQ-FILE
               INVALID KEY
                   MOVE "NO REQUEST UNDER THAT NUMBER." TO WS-ERR-TEXT
                   DISPLAY REQ-REFUSED
                   ACCEPT REQ-REFUSED
                   GO TO 600-EXIT
           END-READ
           IF MRS-RRQ-STATUS NOT = "Q"
               MOVE "ONLY A QUEUED REQUEST CAN BE CANCELLED."
                   TO WS-ERR-TEXT
               DISPLAY REQ-REFUSED
               ACCEPT REQ-REFUSED
               GO TO 600-EXIT
           END-IF
           IF MRS-RRQ-OPERATOR NOT = MRS-SIGNON-OPERATOR AND
              MRS-SIGNON-LEVEL < 2
               MOVE "ONLY ITS OPERATOR OR A SUPERVISOR MAY CANCEL IT."
                   TO WS-ERR-TEXT
               DISPLAY REQ-REFUSED
               ACCEPT REQ-REFUSED
               GO TO 600-EXIT
           END-IF
           MOVE "X" TO MRS-RRQ-STATUS
           MOVE SPACES TO MRS-RRQ-REASON
           STRING "CANCELLED BY " DELIMITED BY SIZE
                  MRS-SIGNON-OPERATOR DELIMITED BY SPACE
               INTO MRS-RRQ-REASON
           END-STRING
           REWRITE MRS-RPTREQ-REC
           END-REWRITE
           DISPLAY REQ-CANCELLED
           ACCEPT REQ-CANCELLED.
       600-EXIT.
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
               WHEN "RPTREQ"
                   MOVE CFG-PATH TO UT-SYS-RPTREQ
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-7080.
