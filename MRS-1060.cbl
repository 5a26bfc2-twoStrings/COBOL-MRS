       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1060.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Training path redirect - the one place a training session's
      * files are decided. Called with a program's block of 50
      * character file paths right after the program has loaded
      * them (compiled-in values plus the site config), it moves
      * every path into the training directory the sign-on set
      * (MRS-SIGNON-TRN-ROOT), keeping the file's own name: a live
      * C:\COBOL\MRS-SHOW-INDEX.dat becomes the training copy
      * <root>MRS-SHOW-INDEX.dat. Trails, the GL feed, the audit
      * log, notifications, receipts, and reports all land there
      * too, so nothing a trainee keys reaches a live file.
      *
      * A path already under the training directory is left alone,
      * so a program that reloads its paths can call again safely.
      * With no directory set at sign-on the compiled-in training
      * directory below stands. MRS-1070 copies the live masters
      * into the same directory by the same rule.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".

       01 WS-DEFAULT-ROOT PIC X(50) VALUE "C:\COBOL\TRAINING\".

       01 WS-CONTROL.
         05 WS-ROOT PIC X(50).
         05 WS-ROOT-LEN PIC 99.
         05 WS-PATH-COUNT PIC 9(3).
         05 WS-I PIC 9(3).
         05 WS-J PIC 99.
         05 WS-NAME PIC X(50).
         05 WS-NEW-PATH PIC X(50).

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 LS-PATH-AREA.
         05 LS-PATH PIC X(50) OCCURS 999 TIMES.

       PROCEDURE DIVISION USING MRS-TRN-PUT LS-PATH-AREA.
       100-MAIN.
           MOVE MRS-SIGNON-TRN-ROOT TO WS-ROOT
           IF WS-ROOT = SPACES OR WS-ROOT = LOW-VALUES
               MOVE WS-DEFAULT-ROOT TO WS-ROOT
           END-IF
           MOVE 50 TO WS-ROOT-LEN
           PERFORM UNTIL WS-ROOT-LEN = 1
                      OR WS-ROOT(WS-ROOT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-PERFORM
           DIVIDE MRS-TRN-AREA-LEN BY 50 GIVING WS-PATH-COUNT
           PERFORM 200-REDIRECT-ONE THRU 200-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PATH-COUNT
           GOBACK.
       100-EXIT.
           EXIT.

      * The file's own name is whatever follows the last backslash;
      * a path with none is a bare name and moves whole.
       200-REDIRECT-ONE.
           IF LS-PATH(WS-I) = SPACES
               GO TO 200-EXIT
           END-IF
           IF LS-PATH(WS-I)(1:WS-ROOT-LEN) = WS-ROOT(1:WS-ROOT-LEN)
               GO TO 200-EXIT
           END-IF
           MOVE 50 TO WS-J
           PERFORM UNTIL WS-J = 0
                      OR LS-PATH(WS-I)(WS-J:1) = "\"
               SUBTRACT 1 FROM WS-J
           END-PERFORM
           MOVE SPACES TO WS-NAME
           IF WS-J < 50
               MOVE LS-PATH(WS-I)(WS-J + 1:50 - WS-J) TO WS-NAME
           END-IF
           MOVE SPACES TO WS-NEW-PATH
           STRING WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  WS-NAME DELIMITED BY SPACE
               INTO WS-NEW-PATH
           END-STRING
           MOVE WS-NEW-PATH TO LS-PATH(WS-I).
       200-EXIT.
           EXIT.

       end program MRS-1060.
