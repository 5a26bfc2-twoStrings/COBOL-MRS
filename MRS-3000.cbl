       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".

       01  WORKING-VARIABLES.
           05  WV-ENTER               PIC X.
                                            FOREGROUND-COLOR 7.
           05  SCH-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS300".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
