       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7070.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Report request runner. Works the report request queue the
      * office fills on MRS-7080: every queued request, oldest
      * first, is marked running, its report called with the
      * parameters keyed for it (MRS-RPQCTL.CPY - the report takes
      * them from there instead of its console ACCEPTs), and the
      * request marked done with the spool id its output registered
      * under, or failed with the reason. A report that stops short
      * of its output - a range not on the calendar, say - never
      * reaches the spool, and that is what fails it.
      *
      * The running mark goes to disk before the report is called,
      * so a request whose report took the run down is found still
      * "R" by the next run and failed then rather than run again.
      *
      * It is a night step, and can be run on demand in the day to
      * work the queue there and then. The job log gets the
      * requests taken, done, and failed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-RPTREQ-FILE
               ASSIGN TO UT-SYS-RPTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RRQ-ID
               FILE STATUS IS WS-RRQ-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RPTREQ.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-RPTREQ         PIC X(50)
                               VALUE "C:\COBOL\MRS-RPTREQ-INDEX.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-RRQ-STATUS         PIC XX.
           05  WS-EOF                PIC X.
           05  WS-CALLED             PIC X.
           05  WS-P                  PIC 9.
           05  WS-I                  PIC 9(3).
           05  WS-TAKEN-CNT          PIC 9(5) VALUE ZERO.
           05  WS-DONE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-FAILED-CNT         PIC 9(5) VALUE ZERO.

      * The queued requests are gathered first and run from here,
      * so the queue is never being walked while a report runs.
       01  WS-RUN-LIST.
           05  WS-RUN-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-RUN-ID             PIC 9(6) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE ZERO TO WS-RUN-COUNT
           MOVE ZERO TO WS-TAKEN-CNT
           MOVE ZERO TO WS-DONE-CNT
           MOVE ZERO TO WS-FAILED-CNT
           MOVE "N" TO MRS-RPQ-ACTIVE
           OPEN I-O MRS-RPTREQ-FILE
           IF WS-RRQ-STATUS NOT = '00'
               DISPLAY "MRS-7070 NO REPORT REQUESTS ON FILE."
               MOVE ZEROS TO MRS-JOB-READ
               MOVE ZEROS TO MRS-JOB-WRITTEN
               MOVE ZEROS TO MRS-JOB-REJECTED
               GOBACK
           END-IF

           PERFORM 200-GATHER-QUEUE THRU 200-EXIT
           PERFORM 300-RUN-ONE THRU 300-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RUN-COUNT
           CLOSE MRS-RPTREQ-FILE

           DISPLAY "MRS-7070 REPORT REQUESTS: " WS-TAKEN-CNT
               " RUN, " WS-DONE-CNT " DONE, " WS-FAILED-CNT
               " FAILED."
      *    The night driver logs these on the job log.
           MOVE WS-TAKEN-CNT TO MRS-JOB-READ
           MOVE WS-DONE-CNT TO MRS-JOB-WRITTEN
           MOVE WS-FAILED-CNT TO MRS-JOB-REJECTED
           GOBACK.
       100-EXIT.
           EXIT.

      * One pass of the queue: a request left running by a run that
      * died is failed now, and every queued one is listed to run.
       200-GATHER-QUEUE.
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-RRQ-ID
           START MRS-RPTREQ-FILE KEY IS NOT LESS THAN MRS-RRQ-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-RPTREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE MRS-RRQ-STATUS
                           WHEN "R"
                               MOVE "F" TO MRS-RRQ-STATUS
                               MOVE "DID NOT FINISH"
                                   TO MRS-RRQ-REASON
                               REWRITE MRS-RPTREQ-REC
                               END-REWRITE
                               ADD 1 TO WS-FAILED-CNT
                           WHEN "Q"
                               IF WS-RUN-COUNT < 500
                                   ADD 1 TO WS-RUN-COUNT
                                   MOVE MRS-RRQ-ID
                                       TO WS-RUN-ID(WS-RUN-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-RUN-ONE.
           MOVE WS-RUN-ID(WS-I) TO MRS-RRQ-ID
           READ MRS-RPTREQ-FILE
               INVALID KEY
                   GO TO 300-EXIT
           END-READ
           IF MRS-RRQ-STATUS NOT = "Q"
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-TAKEN-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE "R" TO MRS-RRQ-STATUS
           COMPUTE MRS-RRQ-RUN-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE MRS-RRQ-RUN-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           REWRITE MRS-RPTREQ-REC
           END-REWRITE

           MOVE "Y" TO MRS-RPQ-ACTIVE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE MRS-RRQ-PARM(WS-P) TO MRS-RPQ-PARM(WS-P)
           END-PERFORM
           MOVE ZEROS TO MRS-RPQ-SPOOL-ID
           PERFORM 400-CALL-REPORT THRU 400-EXIT
           MOVE "N" TO MRS-RPQ-ACTIVE

           MOVE WS-RUN-ID(WS-I) TO MRS-RRQ-ID
           READ MRS-RPTREQ-FILE
               INVALID KEY
                   GO TO 300-EXIT
           END-READ
           MOVE SPACES TO MRS-RRQ-REASON
           EVALUATE TRUE
               WHEN WS-CALLED = "N"
                   MOVE "F" TO MRS-RRQ-STATUS
                   MOVE "NOT A QUEUED REPORT" TO MRS-RRQ-REASON
               WHEN MRS-RPQ-SPOOL-ID = ZEROS
                   MOVE "F" TO MRS-RRQ-STATUS
                   MOVE "NO OUTPUT PRODUCED" TO MRS-RRQ-REASON
               WHEN OTHER
                   MOVE "D" TO MRS-RRQ-STATUS
                   MOVE MRS-RPQ-SPOOL-ID TO MRS-RRQ-SPOOL-ID
           END-EVALUATE
           REWRITE MRS-RPTREQ-REC
           END-REWRITE
           IF MRS-RRQ-STATUS = "D"
               ADD 1 TO WS-DONE-CNT
               DISPLAY "MRS-7070 REQUEST " MRS-RRQ-ID " "
                   MRS-RRQ-PROGRAM " DONE - SPOOL " MRS-RRQ-SPOOL-ID
           ELSE
               ADD 1 TO WS-FAILED-CNT
               DISPLAY "MRS-7070 REQUEST " MRS-RRQ-ID " "
                   MRS-RRQ-PROGRAM " FAILED - " MRS-RRQ-REASON
           END-IF.
       300-EXIT.
           EXIT.

      * The reports the request screen offers. Each is cancelled
      * once it returns, so the next request for it starts with its
      * totals fresh.
       400-CALL-REPORT.
           MOVE "Y" TO WS-CALLED
           EVALUATE MRS-RRQ-PROGRAM
               WHEN "MRS-7170"
                   CALL "MRS-7170"
                   CANCEL "MRS-7170"
               WHEN "MRS-7350"
                   CALL "MRS-7350"
                   CANCEL "MRS-7350"
               WHEN "MRS-7450"
                   CALL "MRS-7450"
                   CANCEL "MRS-7450"
               WHEN "MRS-7460"
                   CALL "MRS-7460"
                   CANCEL "MRS-7460"
               WHEN "MRS-7700"
                   CALL "MRS-7700"
                   CANCEL "MRS-7700"
               WHEN "MRS-7750"
                   CALL "MRS-7750"
                   CANCEL "MRS-7750"
               WHEN "MRS-7900"
                   CALL "MRS-7900"
                   CANCEL "MRS-7900"
               WHEN "MRS-8000"
                   CALL "MRS-8000"
                   CANCEL "MRS-8000"
               WHEN "MRS-8600"
                   CALL "MRS-8600"
                   CANCEL "MRS-8600"
               WHEN "MRS-8620"
                   CALL "MRS-8620"
                   CANCEL "MRS-8620"
               WHEN "MRS-8630"
                   CALL "MRS-8630"
                   CANCEL "MRS-8630"
               WHEN "MRS-8640"
                   CALL "MRS-8640"
                   CANCEL "MRS-8640"
               WHEN "MRS-8650"
                   CALL "MRS-8650"
                   CANCEL "MRS-8650"
               WHEN "MRS-8660"
                   CALL "MRS-8660"
                   CANCEL "MRS-8660"
               WHEN "MRS-8670"
                   CALL "MRS-8670"
                   CANCEL "MRS-8670"
               WHEN "MRS-8680"
                   CALL "MRS-8680"
                   CANCEL "MRS-8680"
               WHEN "MRS-8690"
                   CALL "MRS-8690"
                   CANCEL "MRS-8690"
               WHEN "MRS-8695"
                   CALL "MRS-8695"
                   CANCEL "MRS-8695"
               WHEN "MRS-8710"
                   CALL "MRS-8710"
                   CANCEL "MRS-8710"
               WHEN "MRS-8720"
                   CALL "MRS-8720"
                   CANCEL "MRS-8720"
               WHEN "MRS-8800"
                   CALL "MRS-8800"
                   CANCEL "MRS-8800"
               WHEN "MRS-8930"
                   CALL "MRS-8930"
                   CANCEL "MRS-8930"
               WHEN "MRS-8970"
                   CALL "MRS-8970"
                   CANCEL "MRS-8970"
               WHEN "MRS-8980"
                   CALL "MRS-8980"
                   CANCEL "MRS-8980"
               WHEN OTHER
                   MOVE "N" TO WS-CALLED
           END-EVALUATE.
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
               WHEN "RPTREQ"
                   MOVE CFG-PATH TO UT-SYS-RPTREQ
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-7070.
