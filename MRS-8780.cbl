       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8780.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Lapsed member win-back list - the active members who have
      * not been to the box office in a chosen number of days, for
      * the office's win-back mailing or calls. The last visit is
      * the day of the member's last box office sale, stamped on
      * the member record by the registers (MRS-3500, and MRS-3595
      * for an offline sale); a member with no visit since that was
      * kept goes by the day they joined.
      *
      * Only members who have agreed to hear from the theater are
      * listed (MRS-MEM-OPT-IN "Y", kept on MRS-1200). The consent
      * is read off the member record as the list runs, so a member
      * who withdrew is off it. Merged and inactive members never
      * appear.
      *
      * One console ACCEPT drives it: the number of days. Zero takes
      * the business parameter LAPSE-DAYS (90 with none on file).
      * Longest-lapsed first.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-MEM-STATUS.

           SELECT MRS-LAPSED-RPT
               ASSIGN TO UT-SYS-LAPSED-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-LAPSED-RPT
           RECORD CONTAINS 120 CHARACTERS.
       01  MRS-LAPSED-LINE                     PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MEMBER         PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
           05  UT-SYS-LAPSED-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-LAPSED-MEMBERS.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-MEM-STATUS         PIC XX.
           05  MEM-EOF               PIC X.
           05  WS-LAPSE-DAYS         PIC 9(5).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TODAY-INT          PIC 9(7).
           05  WS-SEEN-DATE          PIC 9(8).
           05  WS-SEEN-INT           PIC 9(7).
           05  WS-SINCE              PIC 9(5).
           05  WS-I                  PIC 9(4).
           05  WS-J                  PIC 9(4).
           05  WS-SWAPPED            PIC X.

       01  WS-LAPSED-TABLE.
           05  WS-LAP-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LAP-SLOT OCCURS 2000 TIMES.
               10  WL-NO             PIC 9(6).
               10  WL-NAME           PIC X(20).
               10  WL-PHONE          PIC X(12).
               10  WL-EMAIL          PIC X(40).
               10  WL-SEEN           PIC 9(8).
               10  WL-SINCE          PIC 9(5).

       01  WS-SWAP-SLOT.
           05  SW-NO                 PIC 9(6).
           05  SW-NAME               PIC X(20).
           05  SW-PHONE              PIC X(12).
           05  SW-EMAIL              PIC X(40).
           05  SW-SEEN               PIC 9(8).
           05  SW-SINCE              PIC 9(5).

       01  WS-RPT-HEADER.
           05  PIC X(28) VALUE "MRS LAPSED MEMBERS -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(18) VALUE "   NO VISIT IN".
           05  RH-DAYS               PIC ZZZZ9.
           05  PIC X(59) VALUE " DAYS".

       01  WS-RPT-COL-HDR.
           05  PIC X(7)  VALUE "MEMBER".
           05  PIC X(21) VALUE "NAME".
           05  PIC X(13) VALUE "PHONE".
           05  PIC X(41) VALUE "EMAIL".
           05  PIC X(11) VALUE "LAST SEEN".
           05  PIC X(27) VALUE "DAYS".

       01  WS-RPT-DETAIL.
           05  RD-NO                 PIC 9(6).
           05  PIC X     VALUE SPACE.
           05  RD-NAME               PIC X(20).
           05  PIC X     VALUE SPACE.
           05  RD-PHONE              PIC X(12).
           05  PIC X     VALUE SPACE.
           05  RD-EMAIL              PIC X(40).
           05  PIC X     VALUE SPACE.
           05  RD-SEEN               PIC 9(8).
           05  PIC X(3)  VALUE SPACES.
           05  RD-SINCE              PIC ZZZZ9.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(16) VALUE "LAPSED MEMBERS:".
           05  RT-COUNT              PIC ZZZZ9.
           05  PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           ACCEPT WS-LAPSE-DAYS
           IF WS-LAPSE-DAYS = ZEROS
               MOVE "LAPSE-DAYS" TO MRS-BPP-NAME
               MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
               MOVE 90 TO MRS-BPP-VALUE
               CALL "MRS-1760" USING MRS-BPM-PUT
               MOVE MRS-BPP-VALUE TO WS-LAPSE-DAYS
           END-IF

           PERFORM 200-LOAD-LAPSED THRU 200-EXIT
           PERFORM 300-RANK-LAPSED THRU 300-EXIT
           PERFORM 400-PRINT-LAPSED THRU 400-EXIT

           DISPLAY "MRS-8780 LAPSED MEMBERS: " WS-LAP-COUNT
               " MEMBER(S) WITH NO VISIT IN " WS-LAPSE-DAYS " DAYS."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8780" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-LAPSE-DAYS TO MRS-SP-PARMS(1:5)
           MOVE UT-SYS-LAPSED-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

       200-LOAD-LAPSED.
           MOVE "N" TO MEM-EOF
           OPEN INPUT MRS-MEMBER-FILE
           IF WS-MEM-STATUS NOT = '00'
               MOVE "Y" TO MEM-EOF
           END-IF
           PERFORM UNTIL MEM-EOF = "Y"
               READ MRS-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MEM-EOF
                   NOT AT END
                       IF MRS-MEM-ACTIVE-FLAG = "Y" AND
                          MRS-MEM-OPT-IN = "Y"
                           PERFORM 250-CHECK-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEM-STATUS = '00' OR WS-MEM-STATUS = '10'
               CLOSE MRS-MEMBER-FILE
           END-IF.
       200-EXIT.
           EXIT.

      * Last visit, or the joined day for a member not seen since
      * the last visit was kept; a member with neither on file is
      * passed over rather than guessed at.
       250-CHECK-ONE.
           IF MRS-MEM-LAST-VISIT NUMERIC AND
              MRS-MEM-LAST-VISIT NOT = ZEROS
               MOVE MRS-MEM-LAST-VISIT TO WS-SEEN-DATE
           ELSE
               MOVE MRS-MEM-JOINED-DATE TO WS-SEEN-DATE
           END-IF
           IF WS-SEEN-DATE NOT NUMERIC OR WS-SEEN-DATE = ZEROS
               GO TO 250-EXIT
           END-IF
           COMPUTE WS-SEEN-INT =
               FUNCTION INTEGER-OF-DATE (WS-SEEN-DATE)
           IF WS-SEEN-INT > WS-TODAY-INT
               GO TO 250-EXIT
           END-IF
           COMPUTE WS-SINCE = WS-TODAY-INT - WS-SEEN-INT
           IF WS-SINCE < WS-LAPSE-DAYS OR WS-LAP-COUNT >= 2000
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-LAP-COUNT
           MOVE MRS-MEM-NO TO WL-NO(WS-LAP-COUNT)
           MOVE MRS-MEM-NAME TO WL-NAME(WS-LAP-COUNT)
           MOVE MRS-MEM-PHONE TO WL-PHONE(WS-LAP-COUNT)
           MOVE MRS-MEM-EMAIL TO WL-EMAIL(WS-LAP-COUNT)
           MOVE WS-SEEN-DATE TO WL-SEEN(WS-LAP-COUNT)
           MOVE WS-SINCE TO WL-SINCE(WS-LAP-COUNT).
       250-EXIT.
           EXIT.

      * Longest away first - a simple exchange sort, as the top
      * members report does it.
       300-RANK-LAPSED.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-LAP-COUNT
                   COMPUTE WS-J = WS-I + 1
                   IF WL-SINCE(WS-J) > WL-SINCE(WS-I)
                       MOVE WS-LAP-SLOT(WS-I) TO WS-SWAP-SLOT
                       MOVE WS-LAP-SLOT(WS-J) TO WS-LAP-SLOT(WS-I)
                       MOVE WS-SWAP-SLOT TO WS-LAP-SLOT(WS-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       300-EXIT.
           EXIT.

       400-PRINT-LAPSED.
           OPEN OUTPUT MRS-LAPSED-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           MOVE WS-LAPSE-DAYS TO RH-DAYS
           WRITE MRS-LAPSED-LINE FROM WS-RPT-HEADER
           WRITE MRS-LAPSED-LINE FROM WS-RPT-COL-HDR
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LAP-COUNT
               MOVE WL-NO(WS-I) TO RD-NO
               MOVE WL-NAME(WS-I) TO RD-NAME
               MOVE WL-PHONE(WS-I) TO RD-PHONE
               MOVE WL-EMAIL(WS-I) TO RD-EMAIL
               MOVE WL-SEEN(WS-I) TO RD-SEEN
               MOVE WL-SINCE(WS-I) TO RD-SINCE
               WRITE MRS-LAPSED-LINE FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE WS-LAP-COUNT TO RT-COUNT
           WRITE MRS-LAPSED-LINE FROM WS-RPT-TOTAL
           CLOSE MRS-LAPSED-RPT.
       400-EXIT.
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
               WHEN "LAPSED-RPT"
                   MOVE CFG-PATH TO UT-SYS-LAPSED-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8780.
