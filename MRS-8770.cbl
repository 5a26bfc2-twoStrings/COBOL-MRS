       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8770.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Likely duplicate members report. A guest who forgets the card
      * gets signed up again at MRS-1200, and the visits, tickets,
      * and points split over two or three numbers - none of which
      * then ranks in the free-pass drawing (MRS-8700). This report
      * pairs up the members that look like one person so the office
      * can fold them together on the merge screen (MRS-1210).
      *
      * Two members pair when their phones carry the same digits
      * (seven or more, punctuation ignored), or when their names are
      * alike - the same letters once spaces and punctuation are
      * dropped, or the same first initial and the same last word
      * ("J SMITH" and "JOHN SMITH"). The MATCH column says which
      * held; PHONE+NAME is the surest. Members already merged are
      * left out. Visits and points are printed so the office can
      * pick the number to keep.
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

           SELECT MRS-MEMDUP-RPT
               ASSIGN TO UT-SYS-MEMDUP-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-MEMDUP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-MEMDUP-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MEMBER         PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
           05  UT-SYS-MEMDUP-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-DUPS.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-MEM-STATUS         PIC XX.
           05  MEM-EOF               PIC X.
           05  WS-I                  PIC 9(4).
           05  WS-J                  PIC 9(4).
           05  WS-NEXT               PIC 9(4).
           05  WS-K                  PIC 9(2).
           05  WS-OUT                PIC 9(2).
           05  WS-PAIRS              PIC 9(5).
           05  WS-PHONE-HIT          PIC X.
           05  WS-NAME-HIT           PIC X.
           05  WS-CHAR               PIC X.
           05  WS-WORD-END           PIC 9(2).
           05  WS-WORD-START         PIC 9(2).

      *    Every member not merged, with the phone and name boiled
      *    down to what the pairing compares.
       01  WS-MEMBER-TABLE.
           05  WS-MEM-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-MEM-SLOT OCCURS 2000 TIMES.
               10  WM-NO             PIC 9(6).
               10  WM-NAME           PIC X(20).
               10  WM-PHONE          PIC X(12).
               10  WM-VISITS         PIC 9(5).
               10  WM-POINTS         PIC 9(7).
               10  WM-DIGITS         PIC X(12).
               10  WM-DIGIT-CT       PIC 9(2).
               10  WM-LETTERS        PIC X(20).
               10  WM-INITIAL        PIC X.
               10  WM-LAST-WORD      PIC X(20).

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS LIKELY DUPLICATE MEMBERS -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(7)  VALUE "MEMBER".
           05  PIC X(21) VALUE "NAME".
           05  PIC X(13) VALUE "PHONE".
           05  PIC X(7)  VALUE "VISITS".
           05  PIC X(9)  VALUE "POINTS".
           05  PIC X(23) VALUE "MATCH".

       01  WS-RPT-DETAIL.
           05  RD-NO                 PIC 9(6).
           05  PIC X     VALUE SPACE.
           05  RD-NAME               PIC X(20).
           05  PIC X     VALUE SPACE.
           05  RD-PHONE              PIC X(12).
           05  PIC X     VALUE SPACE.
           05  RD-VISITS             PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-POINTS             PIC ZZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-MATCH              PIC X(10).
           05  PIC X(13) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(26) VALUE "LIKELY DUPLICATE PAIRS:".
           05  RT-PAIRS              PIC ZZZZ9.
           05  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           PERFORM 200-LOAD-MEMBERS THRU 200-EXIT
           PERFORM 400-PAIR-MEMBERS THRU 400-EXIT

           DISPLAY "MRS-8770 DUPLICATE MEMBERS: " WS-PAIRS
               " PAIR(S) AMONG " WS-MEM-COUNT " MEMBER(S)."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8770" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-MEMDUP-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

       200-LOAD-MEMBERS.
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
                       IF MRS-MEM-ACTIVE-FLAG NOT = "M" AND
                          WS-MEM-COUNT < 2000
                           ADD 1 TO WS-MEM-COUNT
                           PERFORM 250-LOAD-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEM-STATUS = '00' OR WS-MEM-STATUS = '10'
               CLOSE MRS-MEMBER-FILE
           END-IF.
       200-EXIT.
           EXIT.

       250-LOAD-ONE.
           MOVE WS-MEM-COUNT TO WS-I
           MOVE MRS-MEM-NO TO WM-NO(WS-I)
           MOVE MRS-MEM-NAME TO WM-NAME(WS-I)
           MOVE MRS-MEM-PHONE TO WM-PHONE(WS-I)
           MOVE MRS-MEM-VISITS TO WM-VISITS(WS-I)
           IF MRS-MEM-POINTS NUMERIC
               MOVE MRS-MEM-POINTS TO WM-POINTS(WS-I)
           ELSE
               MOVE ZEROS TO WM-POINTS(WS-I)
           END-IF
      *    Phone digits only, so 555-1234 and 5551234 agree.
           MOVE SPACES TO WM-DIGITS(WS-I)
           MOVE ZERO TO WS-OUT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               MOVE MRS-MEM-PHONE(WS-K:1) TO WS-CHAR
               IF WS-CHAR IS NUMERIC
                   ADD 1 TO WS-OUT
                   MOVE WS-CHAR TO WM-DIGITS(WS-I)(WS-OUT:1)
               END-IF
           END-PERFORM
           MOVE WS-OUT TO WM-DIGIT-CT(WS-I)
      *    Name letters only, upper case, for the straight compare.
           MOVE FUNCTION UPPER-CASE(MRS-MEM-NAME) TO MRS-MEM-NAME
           MOVE SPACES TO WM-LETTERS(WS-I)
           MOVE ZERO TO WS-OUT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
               MOVE MRS-MEM-NAME(WS-K:1) TO WS-CHAR
               IF WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE
                   ADD 1 TO WS-OUT
                   MOVE WS-CHAR TO WM-LETTERS(WS-I)(WS-OUT:1)
               END-IF
           END-PERFORM
           MOVE WM-LETTERS(WS-I)(1:1) TO WM-INITIAL(WS-I)
      *    Last word of the name - back from the end past the
      *    trailing spaces, then back to the space before it.
           MOVE SPACES TO WM-LAST-WORD(WS-I)
           MOVE 20 TO WS-WORD-END
           PERFORM UNTIL WS-WORD-END = 0
                      OR MRS-MEM-NAME(WS-WORD-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-WORD-END
           END-PERFORM
           IF WS-WORD-END > 0
               MOVE WS-WORD-END TO WS-WORD-START
               PERFORM UNTIL WS-WORD-START = 1
                   OR MRS-MEM-NAME(WS-WORD-START - 1:1) = SPACE
                   SUBTRACT 1 FROM WS-WORD-START
               END-PERFORM
      *        A one-word name has no last name to go on.
               IF WS-WORD-START > 1
                   MOVE MRS-MEM-NAME(WS-WORD-START:
                        WS-WORD-END - WS-WORD-START + 1)
                       TO WM-LAST-WORD(WS-I)
               END-IF
           END-IF.
       250-EXIT.
           EXIT.

      * Every member against every later member; each pair prints as
      * two lines, the lower number first, then a blank line.
       400-PAIR-MEMBERS.
           OPEN OUTPUT MRS-MEMDUP-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-MEMDUP-LINE FROM WS-RPT-HEADER
           WRITE MRS-MEMDUP-LINE FROM WS-RPT-COL-HDR
           MOVE ZERO TO WS-PAIRS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-MEM-COUNT
               COMPUTE WS-NEXT = WS-I + 1
               PERFORM VARYING WS-J FROM WS-NEXT BY 1
                   UNTIL WS-J > WS-MEM-COUNT
                   PERFORM 450-COMPARE THRU 450-EXIT
               END-PERFORM
           END-PERFORM
           MOVE WS-PAIRS TO RT-PAIRS
           WRITE MRS-MEMDUP-LINE FROM WS-RPT-TOTAL
           CLOSE MRS-MEMDUP-RPT.
       400-EXIT.
           EXIT.

       450-COMPARE.
           MOVE "N" TO WS-PHONE-HIT
           MOVE "N" TO WS-NAME-HIT
           IF WM-DIGIT-CT(WS-I) >= 7 AND
              WM-DIGITS(WS-I) = WM-DIGITS(WS-J)
               MOVE "Y" TO WS-PHONE-HIT
           END-IF
           IF WM-LETTERS(WS-I) NOT = SPACES AND
              WM-LETTERS(WS-I) = WM-LETTERS(WS-J)
               MOVE "Y" TO WS-NAME-HIT
           END-IF
           IF WM-LAST-WORD(WS-I) NOT = SPACES AND
              WM-LAST-WORD(WS-I) = WM-LAST-WORD(WS-J) AND
              WM-INITIAL(WS-I) = WM-INITIAL(WS-J)
               MOVE "Y" TO WS-NAME-HIT
           END-IF
           IF WS-PHONE-HIT = "N" AND WS-NAME-HIT = "N"
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-PAIRS
           EVALUATE TRUE
               WHEN WS-PHONE-HIT = "Y" AND WS-NAME-HIT = "Y"
                   MOVE "PHONE+NAME" TO RD-MATCH
               WHEN WS-PHONE-HIT = "Y"
                   MOVE "PHONE" TO RD-MATCH
               WHEN OTHER
                   MOVE "NAME" TO RD-MATCH
           END-EVALUATE
           MOVE WS-I TO WS-K
           PERFORM 480-PRINT-ONE THRU 480-EXIT
           MOVE SPACES TO RD-MATCH
           MOVE WS-J TO WS-K
           PERFORM 480-PRINT-ONE THRU 480-EXIT
           MOVE SPACES TO MRS-MEMDUP-LINE
           WRITE MRS-MEMDUP-LINE.
       450-EXIT.
           EXIT.

       480-PRINT-ONE.
           MOVE WM-NO(WS-K) TO RD-NO
           MOVE WM-NAME(WS-K) TO RD-NAME
           MOVE WM-PHONE(WS-K) TO RD-PHONE
           MOVE WM-VISITS(WS-K) TO RD-VISITS
           MOVE WM-POINTS(WS-K) TO RD-POINTS
           WRITE MRS-MEMDUP-LINE FROM WS-RPT-DETAIL.
       480-EXIT.
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
               WHEN "MEMDUP-RPT"
                   MOVE CFG-PATH TO UT-SYS-MEMDUP-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8770.
