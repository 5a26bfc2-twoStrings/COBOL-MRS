               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-MRS-VEN
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-KDMCHK.CPY".
       COPY "CPYBOOKS/MRS-ATRPUT.CPY".
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".
      

       01  WORKING-VARIABLES.
               10  WV-DESC3             PIC X(40).
               10  WV-DESC4             PIC X(40).
               10  WV-DESC5             PIC X(40).
           05  WV-SCREEN-NUM            PIC 99.
           05  WV-READY-TO-SCH          PIC X.
           05  WS-VENDOR-EXISTS         PIC X.
           05  WS-OPERATOR-ID           PIC X(8).
           05  WO-MOVIE-TITLE           PIC X(20).
           05  WO-MOVIE-VENDOR          PIC X(15).
           05  WO-SHOW-TIMES            PIC 9(20).
           05  WO-SEAT-NUM              PIC 999 VALUE 40.
           05  WO-RATING                PIC X(4).
           05  WO-DESCRIPTION           PIC X(200).
           05  WO-SCREEN-NUM            PIC 99.

       01  WORKING-MOVIE.
           05  WM-MOVIE-KEY.
           05  WI-MOVIE-TITLE           PIC X(20).
           05  WI-MOVIE-VENDOR          PIC X(15).
           05  WI-SHOW-TIMES            PIC 9(20).
           05  WI-SEAT-NUM              PIC 999 VALUE 40.
           05  WI-RATING                PIC X(4).
           05  WI-DESCRIPTION           PIC X(200).
           05  WI-SCREEN-NUM            PIC 99.
           05  WI-SCH-DATE              PIC 9(8).
           05  WI-SCH-DATE-GRP REDEFINES WI-SCH-DATE.
               10  WI-SD-YEAR           PIC 9(4).
               10  WI-SD-DAY            PIC 9(2).

       01  WORKING-TICKET-TABLE.
           05  WT-TICKET-TABLE OCCURS 99 TIMES INDEXED BY TIC-I.
               10  WT-TIC-MOVIE-NAME        PIC X(20).
               10  WT-TIC-SHOW-TIME         PIC 9(20).
               10  WT-TIC-SEATS-AVALIBLE    PIC 999 VALUE 40.
               10  WT-TIC-RATING            PIC X(4).
               10  WT-TIC-SCREEN-NUMBER     PIC 99.

       01  WORKING-TICKET-INPUT.
           05  WTI-MOVIE-NAME           PIC X(20).
           05  WTI-SHOW-TIME            PIC 9(20).
           05  WTI-SEATS-AVALIBLE       PIC 999 VALUE 40.
           05  WTI-RATING               PIC X(4).
           05  WTI-SCREEN-NUMBER        PIC 99.

       01  WORKING-CONFIRM.
           05  WV-CONFIRM               PIC X.
           05  CPYF-EOF                 PIC X.
           05  WV-RATING-HIT            PIC X.
           05  WV-OVERRIDE              PIC X.
           05  WV-KEY-WARN-TIME         PIC 9999.
           05  WV-SHOW-ATTRS            PIC X(4).

       01  WORKING-TABLE.
           05  WT-SCH-TABLE OCCURS 12 TIMES INDEXED BY SCH-I.
               10  WT-SCH-MOVIE-TITLE   PIC X(20).
               10  WT-SCH-MOVIE-VENDOR  PIC X(15).
               10  WT-SCH-SHOW-TIMES    PIC 9(20).
               10  WT-SCH-SEAT-NUM      PIC 999 VALUE 40.
               10  WT-SCH-RATING        PIC X(4).
               10  WT-SCH-DESCRIPTION   PIC X(200).
               10  WT-SCH-SCREEN-NUM    PIC 99.
               10  WT-SCH-DATE          PIC 9(8).
               10  WT-SCH-SITE          PIC X(2).
      * Runtime rides along past the 278 bytes the schedule record
      * actually holds - 800-WRITE-SCH-FILE's FROM truncates it off,
      * so it never reaches the file; it only feeds the overlap check
               10  WT-SCH-RUNTIME       PIC 9(3).


       01  WS-FILENAMES.
      * These are the files that are used
           05  UT-SYS-MRS-MOVIE         PIC X(50)
                                 VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
                                            FOREGROUND-COLOR 7.
           05  SCH-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS310".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               10  LINE 13 COL 9  VALUE "NUMBER OF SHOWINGS:".
               10  LINE 14 COL 6  VALUE "MINUTES BETWEEN SHOWINGS:".
               10  LINE 15 COL 24 VALUE "RATING:".
               10  LINE 15 COL 42 VALUE "ATTRIBUTES (C/S/A/P):".
               10  LINE 16 COL 19 VALUE "DESCRIPTION:".
               10  LINE 21 COL 4  VALUE "SCHEDULE DATE (YYYYMMDD):".

           05  ADD-GET-DATA.
               10  LINE 8 COL 32  PIC X(20) FROM MRS-MOVIE-NAME.
               10  LINE 9 COL 32  PIC X(15) FROM MRS-PRODUCTION-CO.
               10  LINE 10 COL 32  PIC 99
                                    USING WV-SCREEN-NUM REVERSE-VIDEO.
               10  LINE 11 COL 32  PIC 999 FROM WO-SEAT-NUM.
               10  LINE 12 COL 32  PIC 9999
                                    USING WV-START-TIME REVERSE-VIDEO.
               10  LINE 13 COL 32  PIC 9
               10  LINE 14 COL 32  PIC 9999
                                    USING WV-GAP-TIME REVERSE-VIDEO.
               10  LINE 15 COL 32 PIC X(5) FROM MRS-RATING.
               10  LINE 15 COL 64 PIC X(4)
                                    USING WV-SHOW-ATTRS REVERSE-VIDEO.
               10  LINE 16 COL 32 PIC X(40) FROM WV-DESC1.
               10  LINE 17 COL 32 PIC X(40) FROM WV-DESC2.
               10  LINE 18 COL 32 PIC X(40) FROM WV-DESC3.
               10          COL 10 VALUE "THAT SCREEN DOES NOT EXIST".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 10 VALUE"SCREENS SHOULD BE BETWEEN".
               10          COL 36 VALUE " 1 AND 99".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  KEY-MISSING-MSG             FOREGROUND-COLOR 3.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "WARNING - NO DIGITAL KEY ON".
               10          COL 38 VALUE " FILE FOR THIS SCREEN.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  KEY-WINDOW-MSG              FOREGROUND-COLOR 3.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "WARNING - THE".
               10          COL 24 PIC 9999 FROM WV-KEY-WARN-TIME.
               10          COL 29 VALUE "SHOWING IS OUTSIDE THE KEY".
               10          COL 56 VALUE " WINDOW.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  DARK-DAY-MSG                FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THE THEATER IS CLOSED THAT".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  INVALID-ATTRS               FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "ATTRIBUTES ARE C = OPEN".
               10          COL 33
                    VALUE " CAPTION  S = SENSORY-FRIENDLY".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 10 VALUE "A = 21+  P = PREMIERE".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  INVALID-TIME                FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "INVALID TIME OR SHOW COUNT".
               10          COL 10 VALUE "SUPERVISOR OVERRIDE? Y/N".
               10  REVERSE-VIDEO COL 36 PIC X TO WV-OVERRIDE.

           05  PRINT-FORMAT-DENIED          FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 5 VALUE "NO PRINT THIS ROOM CAN RUN".
               10          COL 31 VALUE " - PRINT".
               10          COL 40 PIC X(3) FROM MRS-FC-PRINT-FMT.
               10          COL 44 VALUE "ROOM FORMAT".
               10          COL 56 PIC X FROM MRS-FC-SCR-FMT.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 5 VALUE "A SUPERVISOR MUST BOOK IT.".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  PRINT-FORMAT-RESTRICTED      FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 5 VALUE "NO PRINT THIS ROOM CAN RUN".
               10          COL 31 VALUE " - PRINT".
               10          COL 40 PIC X(3) FROM MRS-FC-PRINT-FMT.
               10          COL 44 VALUE "ROOM FORMAT".
               10          COL 56 PIC X FROM MRS-FC-SCR-FMT.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 10 VALUE "SUPERVISOR OVERRIDE? Y/N".
               10  REVERSE-VIDEO COL 36 PIC X TO WV-OVERRIDE.

           05  FULL-SCHEDULE                FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "THE SCHEDULE IS FULL.".

           PERFORM 710-MOVE-TICK THRU 710-EXIT
           VARYING TIC-I FROM 1 BY 1
           UNTIL (TIC-I > 99)

           PERFORM 800-WRITE-SCH-FILE THRU 800-EXIT
           PERFORM 850-WRITE-TIC THRU 850-EXIT
       484-EXIT.
           exit.

      * Runs each showing being added past the key window checker
      * (MRS-4170) and warns on the first one no key on file will
      * play from start to finish. The showing carries the title
      * the way 720-WRITE-SHOW-RECORDS will stamp it, and the
      * movie record 450 read supplies the runtime. A site with no
      * key file gets no warning.
       486-CHECK-KEY-WINDOW.
           MOVE WV-ID TO MRS-KC-RENTAL-ID
           MOVE WV-SCREEN-NUM TO MRS-KC-SCREEN
           MOVE WV-SHOW-DATE-NUM TO MRS-KC-SHOW-DATE
           MOVE MRS-RUNTIME-MINS TO MRS-KC-RUNTIME
           PERFORM VARYING WC-I FROM 1 BY 1 UNTIL WC-I > 5
               if(WC-TIME-ARR(WC-I) NOT = ZEROS)
                   MOVE WC-TIME-ARR(WC-I) TO MRS-KC-SHOW-TIME
                   CALL "MRS-4170" USING MRS-KDM-CHECK
                   if(MRS-KC-ANSWER = SPACE)
                       GO TO 486-EXIT
                   end-if
                   if(MRS-KC-ANSWER = "N")
                       DISPLAY KEY-MISSING-MSG
                       ACCEPT KEY-MISSING-MSG
                       GO TO 486-EXIT
                   end-if
                   if(MRS-KC-ANSWER NOT = "Y")
                       MOVE WC-TIME-ARR(WC-I) TO WV-KEY-WARN-TIME
                       DISPLAY KEY-WINDOW-MSG
                       ACCEPT KEY-WINDOW-MSG
                       GO TO 486-EXIT
                   end-if
               end-if
           END-PERFORM.
       486-EXIT.
           exit.

      * The attribute codes keyed for the showings being added go
      * through MRS-3110, which puts each in its place on the show
      * record; a code the house does not use refuses the add.
       487-CHECK-ATTRIBUTES.
           MOVE WV-SHOW-ATTRS TO MRS-ATP-CODES
           CALL "MRS-3110" USING MRS-ATTR-PUT
           if(MRS-ATP-ANSWER = "Y")
               MOVE MRS-ATP-CODES TO WV-SHOW-ATTRS
           else
               MOVE "N" TO WV-CONFIRM
               DISPLAY INVALID-ATTRS
               ACCEPT INVALID-ATTRS
           end-if.
       487-EXIT.
           exit.

      * A print in the building the room cannot project (a 3D
      * package in a 2D room, a 35mm print with no film booth) is
      * refused the way the rating rules are: a supervisor can push
      * it through on the override, a clerk is told to fetch one.
      * No print here at all is 484's warning, not this refusal.
       488-CHECK-PRINT-FORMAT.
           if(WV-CONFIRM NOT = "Y")
               GO TO 488-EXIT
           end-if
           MOVE WV-ID TO MRS-FC-RENTAL-ID
           MOVE WV-SCREEN-NUM TO MRS-FC-SCREEN
           CALL "MRS-4180" USING MRS-FMT-CHECK
           if(MRS-FC-ANSWER NOT = "N")
               GO TO 488-EXIT
           end-if
           MOVE SPACES TO WV-OVERRIDE
           if(MRS-SIGNON-LEVEL >= 2)
               DISPLAY PRINT-FORMAT-RESTRICTED
               ACCEPT PRINT-FORMAT-RESTRICTED
           else
               DISPLAY PRINT-FORMAT-DENIED
               ACCEPT PRINT-FORMAT-DENIED
           end-if
           if(WV-OVERRIDE NOT = "Y")
               MOVE "N" TO WV-CONFIRM
           end-if.
       488-EXIT.
           exit.

      * The screen is dark if any out-of-service window covers the
      * date being booked. No outage file on disk means no windows.
       481-CHECK-SCREEN-OUTAGE.
                                    MOVE "N" TO WV-CONFIRM
                                    DISPLAY SAME-SCREEN
                                    ACCEPT SAME-SCREEN
                                  else
      * A showing the projector will not unlock gets a warning, not a
      * refusal - the key is often still on its way from the studio.
                                    PERFORM 486-CHECK-KEY-WINDOW
                                       THRU 486-EXIT
                                    PERFORM 487-CHECK-ATTRIBUTES
                                       THRU 487-EXIT
                                    PERFORM 488-CHECK-PRINT-FORMAT
                                       THRU 488-EXIT
                                end-if
                            else
                                MOVE "N" TO WV-CONFIRM
                MOVE 5 TO WV-NUM-SHOWS
                MOVE 300 TO WV-GAP-TIME
                MOVE WV-TODAY-DATE-NUM TO WI-SCH-DATE
                MOVE SPACES TO WV-SHOW-ATTRS
                DISPLAY GET-THE-DATA
                ACCEPT GET-THE-DATA
           end-if.
           MOVE 5 TO WV-NUM-SHOWS
           MOVE 300 TO WV-GAP-TIME
           MOVE WV-TODAY-DATE-NUM TO WI-SCH-DATE
           MOVE SPACES TO WV-SHOW-ATTRS

           MOVE "N" TO WV-TIC-TAB-WRITE
           MOVE "N" TO WV-SCH-TAB-WRITE
      * add session
       875-READ-TIC.
           PERFORM VARYING TIC-I FROM 1 BY 1
           UNTIL (TIC-I > 99 OR TIC-EOF = "Y")
               READ MRS-TICKET-INFO NEXT RECORD
               INTO WORKING-TICKET-INPUT
               AT END
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

           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE WV-MOVIE-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       930-EXIT.
           EXIT.
      *            The screen record area still holds the screen
      *            478-GET-SCREEN-CAPACITY read for this add.
                   MOVE MRS-SCR-SITE TO MRS-SHOW-SITE
                   MOVE WV-SHOW-ATTRS TO MRS-SHOW-ATTRS
                   WRITE MRS-SHOW-REC
                   end-write
                   MOVE "SHOW" TO MRS-JP-FILE-TAG
