       WORKING-STORAGE SECTION.
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "DATETIME.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".

       01 WORKING-VARIABLES.
         05 WV-ENTER PIC X.
       BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
         05 SCH-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS250".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 LINE 6 COL 25 VALUE "2: DELETE VENDOR".
           10 LINE 8 COL 25 VALUE "3: UPDATE VENDOR".
           10 LINE 10 COL 25 VALUE "4: VIEW VENDOR".
           10 LINE 12 COL 25 VALUE "5: ADVERTISERS".
           10 LINE 14 COL 25 VALUE "6: AD CONTRACTS".
           10 LINE 16 COL 25 VALUE "7: PENDING VENDOR CHANGES".

         05 SCH-INPUT.
           10 LINE 20 COL 25 VALUE "ENTER OPTION:     ".
       01 SCH-MESSAGES.

         05 SCH-HELP FOREGROUND-COLOR 3.
           10 LINE 22 COL 10 VALUE "ENTER A NUMBER BETWEEN 1 AND 7".
           10 LINE 23 COL 10 VALUE "OR HIT F4 TO GO BACK.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WV-ENTER.

         05 SCH-ERROR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "INVALID OPTION. PLEASE ENTER A".
           10 COL 35 VALUE "NUMBER BETWEEN 1 AND 7".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WV-ENTER.

           ACCEPT VENDOR-SCREEN

           PERFORM 200-SCREENS THRU 200-EXIT
             UNTIL (SCR-KEY = "1" AND F4)
           goback.
       100-EXIT.
           exit.
           IF F3
               EXIT PROGRAM
           END-IF
           IF ((LS-OPTION = 0 OR LS-OPTION > 7) AND NOT F1)
               DISPLAY SCH-ERROR
               ACCEPT SCH-ERROR
           else
                       CALL 'MRS-2800' USING LS-OPTION
                   WHEN 4
                       CALL 'MRS-2900' USING LS-OPTION
                   WHEN 5
                       CALL 'MRS-2550'
                   WHEN 6
                       CALL 'MRS-2560'
                   WHEN 7
                       CALL 'MRS-2850'
                   WHEN OTHER
                       DISPLAY SCH-ERROR
               END-EVALUATE
