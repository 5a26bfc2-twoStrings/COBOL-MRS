      *****************************************************************
      * FD REPORT REQUEST QUEUE DATASTORE
      * One record per report the office has asked for on the
      * request screen (MRS-7080): the report program, the
      * parameters keyed for it, who asked and when. The request
      * runner (MRS-7070 - a night step, or run on demand) works the
      * queue in request order and leaves each record showing how
      * it went, and under which spool id the output can be found.
      *
      * MRS-RRQ-STATUS: "Q" = queued, "R" = running (a request left
      * "R" died with its report and is failed by the next run),
      * "D" = done, "F" = failed (MRS-RRQ-REASON says why), "X" =
      * cancelled on the request screen before it ran.
      *
      * The record length is 120 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-RRQ-ID
      *****************************************************************
       FD MRS-RPTREQ-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 MRS-RPTREQ-REC.
           05 MRS-RRQ-ID                       PIC 9(6).
           05 MRS-RRQ-PROGRAM                  PIC X(8).
           05 MRS-RRQ-PARMS.
               10 MRS-RRQ-PARM OCCURS 4 TIMES  PIC X(8).
           05 MRS-RRQ-REQ-DATE                 PIC 9(8).
           05 MRS-RRQ-REQ-TIME                 PIC 9(6).
           05 MRS-RRQ-OPERATOR                 PIC X(8).
           05 MRS-RRQ-STATUS                   PIC X.
           05 MRS-RRQ-RUN-DATE                 PIC 9(8).
           05 MRS-RRQ-RUN-TIME                 PIC 9(6).
           05 MRS-RRQ-SPOOL-ID                 PIC 9(5).
           05 MRS-RRQ-REASON                   PIC X(20).
           05 FILLER                           PIC X(12).
