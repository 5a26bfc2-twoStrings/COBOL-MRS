      *****************************************************************
      * FD BUSINESS PARAMETER DATASTORE
      * One record per value a business rule runs on, under the
      * parameter's name and the date the value takes effect:
      *
      *   TURNAROUND   minutes allowed between showings (MRS-7500)
      *   LATE-FEE     late fee per day past a rental's end (MRS-4300)
      *   HOUSE-DAY    open minutes in the house's day (MRS-7750)
      *   RETAIN-DAYS  days a showing stays on the show file
      *                before the purge moves it (MRS-6700)
      *   PRICE-FLAG   percent change that flags a repricing on the
      *                price history report (MRS-7900)
      *   RETAIN-ACT   days a closed item stays on each side file
      *   RETAIN-NTF   before the retention purge archives it
      *   RETAIN-HOLD  (MRS-6720) - action items, notices, group
      *   RETAIN-WAIT  holds, waitlist requests, disputes, the
      *   RETAIN-DSP   session journal, the night job log, and
      *   RETAIN-SES   group receivables, in that order
      *   RETAIN-JOBL
      *   RETAIN-AR
      *   PAY-PERIOD   days in one payroll period (MRS-7460)
      *   OT-WEEK-HRS  hours worked in a week before the rest are
      *                paid as overtime (MRS-7460)
      *   STAFF-ALLOW  staff discount an employee may take in a
      *                month when the operator master names no
      *                allowance of their own (MRS-1570)
      *   LAMP-WARN    percent of its rated hours at which a
      *                projector or lamp is flagged for service
      *                (MRS-8710, MRS-6290)
      *   LAPSE-DAYS   days without a visit before a member goes
      *                on the lapsed member list (MRS-8780)
      *   FIRST-SHOW   earliest start of the house day, as HHMM - the
      *                suggested week lays no showing before it, and
      *                none after it plus HOUSE-DAY (MRS-3160)
      *
      * The value in force on a date is the record for the name with
      * the LATEST effective date not after it, found through
      * MRS-1760. A supervisor keys new values on MRS-1750, which
      * stamps who made the change and when. A name with no record in
      * force, or a site with no parameter file on disk, leaves each
      * program on the value it was compiled with. This file holds
      * business values only - file locations stay in the file-path
      * config.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-BPM-KEY (name + effective date)
      *****************************************************************
       FD MRS-BIZPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-BIZPARM-REC.
           05 MRS-BPM-KEY.
              10 MRS-BPM-NAME                  PIC X(12).
              10 MRS-BPM-EFFECTIVE             PIC 9(8).
           05 MRS-BPM-VALUE                    PIC 9(5)V99.
           05 MRS-BPM-DESC                     PIC X(30).
           05 MRS-BPM-CHANGED-BY               PIC X(8).
           05 MRS-BPM-CHANGED-ON               PIC 9(8).
           05 FILLER                           PIC X(7).
