       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".

       01  WORKING-VARIABLES.
           05  WV-ENTER               PIC X.
                                            FOREGROUND-COLOR 7.
           05  SCH-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS400".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               10  LINE 12 COL 25 VALUE "5. COPY MASTER".
               10  LINE 14 COL 25 VALUE "6. ARCHIVED RENTALS".
               10  LINE 16 COL 25 VALUE "7. ACTION QUEUE".
               10  LINE 18 COL 25 VALUE "8. FILM TERMS".
               10  LINE 4 COL 45  VALUE "9. KEY WINDOWS".

           05  SCH-INPUT.
               10  LINE 20 COL 25 VALUE "ENTER OPTION:     ".
             10            COL 27 VALUE " F4 = RETURN".
       01  SCH-MESSAGES.
           05  SCH-HELP               FOREGROUND-COLOR 3.
               10 LINE 22 COL 10 VALUE "ENTER A NUMBER BETWEEN 1 AND 9".
               10 LINE 23 COL 10 VALUE "OR HIT F4 TO GO BACK.".
               10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 65 PIC X TO WV-ENTER.

           05  SCH-ERROR               FOREGROUND-COLOR 4.
               10 LINE 22 COL 10 VALUE "INVALID OPTION. PLEASE ENTER A".
               10         COL 35 VALUE "NUMBER BETWEEN 1 AND 9".
               10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10         COL 65 PIC X TO WV-ENTER.

      * valid option or not. If not then it will display an error
      * message.
       200-SCREENS.
           IF (LS-OPTION = 0 OR LS-OPTION > 9)
               DISPLAY SCH-ERROR
               ACCEPT SCH-ERROR
           ELSE
                 CALL 'MRS-8300'
                   WHEN 7
                 CALL 'MRS-8400'
                   WHEN 8
                 CALL 'MRS-4150'
                   WHEN 9
                 CALL 'MRS-4160'
                   WHEN OTHER
                       DISPLAY SCH-ERROR
           END-EVALUATE.
