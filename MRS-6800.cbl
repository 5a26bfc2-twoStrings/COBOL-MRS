      *
      *   MODE U = unload (indexed -> backup)
      *   MODE L = reload (backup -> indexed, REBUILDS the file)
      *   MODE K = key rebuild (rental and show only, see below)
      *   FILE 1=MOVIE 2=RENTAL 3=SCHEDULE 4=SHOW 5=VENDOR A=ALL
      *
      * The rental file carries an alternate key on movie + copy and
      * the show file one on the showing's rental ID. A file laid down
      * before those keys existed cannot be opened under the new key
      * layout, so mode K unloads it through a SELECT that declares
      * only the keys it was built with, then reloads it from that
      * backup the normal way - the OPEN OUTPUT builds the new
      * indexes. File A under mode K does the rental and show files
      * only; a file already rebuilt is refused and left alone.
      *
      * The trailer line starts "#TRL#" - no master record can start
      * that way - and carries the record count written, so a partial
      * backup (no trailer, or a count that does not match) is caught
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.
           SELECT MRS-SCH-INFO-FILE
               ASSIGN TO UT-SYS-MRS-SCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.
           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-MRS-VEN
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-VENDOR-ID.

      * The rental and show files as laid down before their
      * alternate keys - the key rebuild reads them through these.
           SELECT MRS-PRE-RENT-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-RENT-ID
               FILE STATUS IS WS-PRE-STATUS.
           SELECT MRS-PRE-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-SHOW-ID
               ALTERNATE KEY IS PRE-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-PRE-STATUS.

           SELECT MRS-BACKUP-FILE
               ASSIGN TO UT-SYS-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      * The same records under the old key layout; only the key
      * fields need naming.
       FD  MRS-PRE-RENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  PRE-RENTAL-REC.
           05  PRE-RENT-ID                     PIC X(6).
           05  FILLER                          PIC X(57).

       FD  MRS-PRE-SHOW-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  PRE-SHOW-REC.
           05  PRE-SHOW-ID                     PIC 9(4).
           05  PRE-SHOW-LOOKUP-KEY             PIC X(17).
           05  FILLER                          PIC X(18).

      * One backup file at a time; the record is wide enough for the
      * widest master (the 297 byte movie record) plus the trailer.
       FD  MRS-BACKUP-FILE
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-MOVIE PIC X(50)

       01 WS-CONTROL.
         05 WS-BACKUP-STATUS PIC XX.
         05 WS-PRE-STATUS PIC XX.
         05 WS-MODE PIC X.
         05 WS-FILE-PICK PIC X.
         05 WS-CUR-FILE PIC 9.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS680".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-PICK.
         05 LINE 5 COL 7 VALUE "MODE (U=UNLOAD L=RELOAD K=KEYS):".
         05 COL 40 PIC X TO WS-MODE REVERSE-VIDEO.
         05 LINE 7 COL 7
           VALUE "FILE (1=MOVIE 2=RENTAL 3=SCHED".
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF WS-MODE NOT = "U" AND WS-MODE NOT = "L" AND
              WS-MODE NOT = "K"
               GO TO 200-EXIT
           END-IF
           IF WS-MODE = "K" AND WS-FILE-PICK NOT = "2" AND
              WS-FILE-PICK NOT = "4" AND WS-FILE-PICK NOT = "A"
               GO TO 200-EXIT
           END-IF
           IF WS-FILE-PICK = "A"
           EXIT.

       300-DO-ONE-FILE.
           IF WS-MODE = "K" AND WS-CUR-FILE NOT = 2 AND
              WS-CUR-FILE NOT = 4
               GO TO 300-EXIT
           END-IF
           EVALUATE WS-CUR-FILE
               WHEN 1 MOVE WS-BK-MOVIE TO UT-SYS-BACKUP
               WHEN 2 MOVE WS-BK-RENT TO UT-SYS-BACKUP
               WHEN 4 MOVE WS-BK-SHOW TO UT-SYS-BACKUP
               WHEN 5 MOVE WS-BK-VEN TO UT-SYS-BACKUP
           END-EVALUATE
           EVALUATE WS-MODE
               WHEN "U"
                   PERFORM 400-UNLOAD-ONE THRU 400-EXIT
               WHEN "L"
                   PERFORM 500-RELOAD-ONE THRU 500-EXIT
               WHEN "K"
                   PERFORM 420-UNLOAD-PRE-KEY THRU 420-EXIT
                   IF WS-PRE-STATUS = '00'
                       PERFORM 500-RELOAD-ONE THRU 500-EXIT
                   END-IF
           END-EVALUATE.
       300-EXIT.
           EXIT.

       450-EXIT.
           EXIT.

      * Key rebuild, first half: the file as it stands, opened under
      * its old keys, to the flat backup with the usual trailer. A
      * file that will not open that way - already rebuilt, or not
      * there - is left as it is and the reload is skipped.
       420-UNLOAD-PRE-KEY.
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-EOF
           IF WS-CUR-FILE = 2
               OPEN INPUT MRS-PRE-RENT-FILE
           ELSE
               OPEN INPUT MRS-PRE-SHOW-FILE
           END-IF
           IF WS-PRE-STATUS NOT = '00'
               DISPLAY "MRS-6800 KEY REBUILD FILE " WS-CUR-FILE
                   ": NOT IN THE OLD KEY LAYOUT - LEFT AS IT IS."
               GO TO 420-EXIT
           END-IF
           OPEN OUTPUT MRS-BACKUP-FILE
           IF WS-CUR-FILE = 2
               MOVE LOW-VALUES TO PRE-RENT-ID
               START MRS-PRE-RENT-FILE KEY IS NOT LESS THAN
                   PRE-RENT-ID
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           ELSE
               MOVE LOW-VALUES TO PRE-SHOW-ID
               START MRS-PRE-SHOW-FILE KEY IS NOT LESS THAN
                   PRE-SHOW-ID
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM 470-UNLOAD-PRE-NEXT THRU 470-EXIT
               UNTIL WS-EOF = "Y"
           MOVE SPACES TO MRS-BACKUP-REC
           MOVE "#TRL#" TO BK-TRL-TAG
           MOVE WS-REC-COUNT TO BK-TRL-COUNT
           WRITE MRS-BACKUP-REC
           CLOSE MRS-BACKUP-FILE
           IF WS-CUR-FILE = 2
               CLOSE MRS-PRE-RENT-FILE
           ELSE
               CLOSE MRS-PRE-SHOW-FILE
           END-IF
           DISPLAY "MRS-6800 KEY REBUILD FILE " WS-CUR-FILE ": "
               WS-REC-COUNT " RECORD(S) DUMPED.".
       420-EXIT.
           EXIT.

       470-UNLOAD-PRE-NEXT.
           MOVE SPACES TO MRS-BACKUP-REC
           IF WS-CUR-FILE = 2
               READ MRS-PRE-RENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PRE-RENTAL-REC TO MRS-BACKUP-REC
               END-READ
           ELSE
               READ MRS-PRE-SHOW-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PRE-SHOW-REC TO MRS-BACKUP-REC
               END-READ
           END-IF
           IF WS-EOF NOT = "Y"
               WRITE MRS-BACKUP-REC
               ADD 1 TO WS-REC-COUNT
           END-IF.
       470-EXIT.
           EXIT.

      * Flat backup -> indexed rebuild. The backup is scanned for
      * its trailer FIRST - a dump with no trailer, or whose count
      * does not match its records, never touches the live file.
               END-PERFORM
               CLOSE MRS-FILE-CONFIG-FILE
           END-IF.
      *    A training session works on the training copy of every
      *    file, never the live ones.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF WS-FILENAMES TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT WS-FILENAMES
               MOVE LENGTH OF WS-BACKUP-PATHS TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT WS-BACKUP-PATHS
           END-IF.
       160-END.
           EXIT.

