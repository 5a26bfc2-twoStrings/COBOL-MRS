      * after the change is confirmed, naming the program, the action,
      * the record key affected, and the operator that entered it.
      *
      * MRS-AUD-SEQ and MRS-AUD-CHECK make the file tamper-evident:
      * every line carries the next number of its site's unbroken
      * audit sequence (MRS-AUD-SITE, the signed-on site, "01" for
      * the batch jobs) and a check value chained from the line
      * before it in that sequence over the line's content through
      * the site. Both are handed out by MRS-6490 just before the
      * WRITE (MRS-AUDSEQ.CPY); MRS-6495 walks the chain nightly and
      * reports any number missing, repeated, or any line changed
      * since it was written. Lines from before the fields existed
      * carry spaces.
      *
      * The record length is 88 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so each
          05 MRS-AUD-KEY                        PIC X(12).
          05 PIC X(1) VALUE SPACE.
          05 MRS-AUD-OPERATOR                   PIC X(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-AUD-SITE                       PIC X(2).
          05 PIC X(1) VALUE SPACE.
          05 MRS-AUD-SEQ                        PIC 9(9).
          05 PIC X(1) VALUE SPACE.
          05 MRS-AUD-CHECK                      PIC 9(9).
          05 PIC X(19) VALUE SPACE.
