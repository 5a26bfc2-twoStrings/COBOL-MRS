      *****************************************************************
      * FISCAL RANGE PARAMETER AREA
      * Handed to MRS-5070 by a report or settlement run to turn the
      * range it was asked for into the first and last day it
      * covers. MRS-FCL-RANGE is what the operator keyed:
      *
      *     YYYYMM     the calendar month
      *     PYYYYPP    fiscal period PP of fiscal year YYYY
      *     WYYYYWW    film week WW of fiscal year YYYY
      *     QYYYYQ     fiscal quarter Q of fiscal year YYYY
      *     FYYYY      the whole fiscal year YYYY
      *     P or W     the latest fiscal period or film week ending
      *                on or before today
      *     blank or zero - the current calendar month
      *
      * MRS-5070 answers with the two dates, the kind of range (M,
      * P, W, Q or F), a heading the reports print, and the month
      * the range ends in - the period a settlement is filed under.
      * MRS-FCL-ANSWER comes back "N" for a range it cannot read, or
      * a fiscal range the fiscal calendar (MRS-FISCAL.CPY) does not
      * cover yet.
      *****************************************************************
       01 MRS-FCL-PUT.
           05 MRS-FCL-RANGE                    PIC X(8).
           05 MRS-FCL-ANSWER                   PIC X.
           05 MRS-FCL-KIND                     PIC X.
           05 MRS-FCL-FROM                     PIC 9(8).
           05 MRS-FCL-TO                       PIC 9(8).
           05 MRS-FCL-END-YM                   PIC 9(6).
           05 MRS-FCL-LABEL                    PIC X(20).
