      * walks MRS-SHOW-FILE for a date range and cuts one comma-
      * delimited line per showing:
      *
      *   site,date,time,title,rating,runtime,screen name,format,
      *   attributes
      *
      * joined to the movie master (through the showing's rental
      * pointer) and the screen master, so 3D and large-format rooms
      * carry their format code and the paper can mark them. The
      * attributes column is the showing's four fixed-position codes
      * (C open caption, S sensory-friendly, A 21 and over,
      * P premiere), blank where a code is not set.
      * Cancelled showings and calendar dark days are skipped, so
      * the paper stops printing shows we are not running.
      *
      * Two console ACCEPTs drive it: from and to dates (YYYYMMDD);
      * a zero from-date runs the seven days starting today.
      *
      * The file opens with a header line and closes with a trailer
      * line (MRS-6540) - with no money on a listing, the trailer's
      * hash total is the sum of the runtimes - and goes on the
      * outbound register.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
           05  WL-SITE               PIC X(2).
           05  WL-DATE               PIC 9(8).
           05  WL-TIME               PIC X(4).
           05  WL-ATTRS              PIC X(4).

       PROCEDURE DIVISION.
       100-MAIN.
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF

           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-7250" TO MRS-OBP-SOURCE
           MOVE "LISTNG" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-LISTING TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-LISTING-LINE
           WRITE MRS-LISTING-LINE

           PERFORM 200-WALK-SHOWINGS THRU 200-EXIT

           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-LISTING-LINE
           WRITE MRS-LISTING-LINE

           DISPLAY "MRS-7250 SHOWTIMES: " WS-EXPORT-CNT
               " LINE(S) EXPORTED, " WS-SKIP-CNT " SKIPPED."

       400-WRITE-LINE.
           MOVE MRS-SHOW-DATE TO WL-DATE
           MOVE MRS-SHOW-TIME(1:4) TO WL-TIME
           MOVE MRS-SHOW-ATTRS TO WL-ATTRS
           MOVE SPACES TO MRS-LISTING-LINE
           STRING WL-SITE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WL-SCR-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WL-FORMAT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WL-ATTRS DELIMITED BY SIZE
               INTO MRS-LISTING-LINE
           END-STRING
           WRITE MRS-LISTING-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WL-RUNTIME TO MRS-OBP-HASH
           ADD 1 TO WS-EXPORT-CNT.
       400-EXIT.
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
       160-END.
           EXIT.

