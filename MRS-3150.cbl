      *   C = commit - every draft row becomes a real show row with
      *       a fresh show id, and the draft empties
      *   X = abandon - the draft empties, nothing else moves
      *
      * A suggested week can be laid onto the draft by MRS-3160 and
      * reviewed here like rows keyed by hand.
      *****************************************************************

       ENVIRONMENT DIVISION.
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
       COPY "CPYBOOKS/MRS-ATRPUT.CPY".

       01  WORKING-VARIABLES.
           05  WV-MODE               PIC X.
           05  WV-SCR-NUM            PIC 99.
           05  WV-DATE               PIC 9(8).
           05  WV-TIME               PIC 9(4).
           05  WV-RENTAL-ID          PIC X(7).
           05  WV-SHOW-ATTRS         PIC X(4).
           05  WV-DFT-ID             PIC 9(4).
           05  WV-CONFIRM            PIC X.
           05  WV-ENTER              PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  PD-MOVIE              PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  PD-NOTE               PIC X(21).
           05  PIC X(2)  VALUE SPACES.
           05  PD-ATTRS              PIC X(4).

       SCREEN SECTION.
       01  DFT-MAIN-SCREEN                 BLANK SCREEN
                                            FOREGROUND-COLOR 7.
           05  DM-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS315".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
       01  DFT-ADD-SCREEN.
           05  DFT-ADD-ENTRY.
               10  LINE 8  COL 14 VALUE "SCREEN NUMBER:".
               10          COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
               10  LINE 9  COL 11 VALUE "DATE (YYYYMMDD):".
               10          COL 32 PIC 9(8) TO WV-DATE REVERSE-VIDEO.
               10  LINE 10 COL 10 VALUE "START TIME (HHMM):".
               10  LINE 11 COL 17 VALUE "RENTAL ID:".
               10          COL 32 PIC X(7) TO WV-RENTAL-ID
                                    REVERSE-VIDEO.
               10  LINE 12 COL 9  VALUE "ATTRIBUTES (C/S/A/P):".
               10          COL 32 PIC X(4) TO WV-SHOW-ATTRS
                                    REVERSE-VIDEO.

       01  DFT-PICK-SCREEN.
           05  DFT-PICK-ENTRY.
      * live add would face - the proof below re-runs it, so a row
      * that passed on Tuesday and broke by Friday still surfaces.
       300-ADD-DRAFT.
           MOVE SPACES TO WV-SHOW-ATTRS
           DISPLAY DFT-ADD-ENTRY
           ACCEPT DFT-ADD-ENTRY
           IF (F3 OR F4)
           MOVE WV-DATE TO MRS-DFT-DATE
           MOVE WV-TIME TO MRS-DFT-TIME
           MOVE WV-RENTAL-ID TO MRS-DFT-RENTAL-ID
           MOVE WV-SHOW-ATTRS TO MRS-DFT-ATTRS
           MOVE MRS-SCR-SITE TO MRS-DFT-SITE
           COMPUTE MRS-DFT-ADA-SEATS = MRS-SCR-ADA-SEATS
               + MRS-SCR-COMPANION-SEATS
      * theater open, screen in service, rating rules, and no time
      * overlap against the live schedule or the other draft rows.
      * Leaves the reason in WS-SKIP-REASON, spaces when clean, and
      * the screen record current for the add. The attribute codes
      * come back from MRS-3110 in their fixed positions.
       320-VALIDATE-ROW.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE WV-SHOW-ATTRS TO MRS-ATP-CODES
           CALL "MRS-3110" USING MRS-ATTR-PUT
           IF MRS-ATP-ANSWER NOT = "Y"
               MOVE "ATTRIBUTES MUST BE C/S/A/P" TO WS-SKIP-REASON
               GO TO 320-EXIT
           END-IF
           MOVE MRS-ATP-CODES TO WV-SHOW-ATTRS
           MOVE WV-SCR-NUM TO MRS-SCR-NUMBER
           READ MRS-SCREEN-FILE
               INVALID KEY
           MOVE MRS-DFT-SCREEN TO PD-SCREEN
           MOVE MRS-DFT-DATE TO PD-DATE
           MOVE MRS-DFT-TIME TO PD-TIME
           MOVE MRS-DFT-ATTRS TO PD-ATTRS
           MOVE "(TITLE UNKNOWN)" TO PD-MOVIE
           IF MRS-DFT-RENTAL-ID NOT = SPACES
               MOVE MRS-DFT-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
           MOVE MRS-DFT-SOLD-AT-CANCEL TO MRS-SOLD-AT-CANCEL
           MOVE MRS-DFT-ADA-SEATS TO MRS-ADA-SEATS
           MOVE MRS-DFT-SITE TO MRS-SHOW-SITE
           MOVE MRS-DFT-ATTRS TO MRS-SHOW-ATTRS
           WRITE MRS-SHOW-REC
           END-WRITE
           MOVE "SHOW" TO MRS-JP-FILE-TAG
           MOVE SPACES TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       930-EXIT.
           EXIT.
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

