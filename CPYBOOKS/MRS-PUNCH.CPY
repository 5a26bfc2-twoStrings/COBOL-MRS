      *****************************************************************
      * FD TIME PUNCH DATASTORE
      * One record per shift worked, written by the time clock
      * (MRS-1800) when an operator clocks in at a site and finished
      * when the same operator clocks out. The pay-period run
      * (MRS-7460) totals these into regular and overtime hours for
      * the payroll service, so the paper time sheet goes away.
      *
      * The key is the operator and the moment the clock-in was
      * struck; that and MRS-PCH-OUT-DATE/TIME stay exactly as the
      * clock struck them. The MRS-PCH-PAY- times are the ones the
      * shift is paid on - the struck times, unless a supervisor
      * has corrected them, in which case MRS-PCH-CORR-BY and
      * MRS-PCH-CORR-DATE name who and when (the audit trail and
      * the change detail file carry the before and after).
      *
      * MRS-PCH-STATUS: "O" = still on the clock (no clock-out yet),
      * "C" = clocked out, "V" = voided by a supervisor - kept on
      * file, never paid.
      * MRS-PCH-SOURCE: "C" = struck at the clock, "S" = a missed
      * shift keyed by a supervisor (its "struck" times are the
      * ones the supervisor keyed).
      * Times are HHMM, 24-hour.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-PCH-KEY (operator + clock-in date/time)
      *****************************************************************
       FD MRS-PUNCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-PUNCH-REC.
           05 MRS-PCH-KEY.
              10 MRS-PCH-OPERATOR              PIC X(8).
              10 MRS-PCH-IN-DATE               PIC 9(8).
              10 MRS-PCH-IN-TIME               PIC 9(4).
           05 MRS-PCH-SITE                     PIC X(2).
           05 MRS-PCH-OUT-DATE                 PIC 9(8).
           05 MRS-PCH-OUT-TIME                 PIC 9(4).
           05 MRS-PCH-PAY-IN-DATE              PIC 9(8).
           05 MRS-PCH-PAY-IN-TIME              PIC 9(4).
           05 MRS-PCH-PAY-OUT-DATE             PIC 9(8).
           05 MRS-PCH-PAY-OUT-TIME             PIC 9(4).
           05 MRS-PCH-STATUS                   PIC X.
           05 MRS-PCH-SOURCE                   PIC X.
           05 MRS-PCH-CORR-BY                  PIC X(8).
           05 MRS-PCH-CORR-DATE                PIC 9(8).
           05 FILLER                           PIC X(4).
