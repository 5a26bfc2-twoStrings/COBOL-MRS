      * card, "P" = comp (no money), "G" = gift card (spent off the
      * gift card master, no money in the drawer), "L" = loyalty
      * points (burned off the member's points balance, rung at
      * zero money), "O" = online partner (sold through the
      * outside ticketing partner's site and fed in by MRS-6360 -
      * the partner holds the money and remits it monthly, less
      * its fee, so no drawer ever answers for the line). The
      * end-of-day
      * drawer report totals the day by tender per operator so the
      * closer can balance the physical drawer against the system's
      * cash count.
      * explains the comp number instead of shrugging at it. Lines
      * from before the fields existed carry spaces.
      *
      * An online partner ("O" tender) line has operator "ONLINE",
      * never carries a promotion, and reuses two of those fields:
      * MRS-TSL-DISCOUNT holds the fee the partner keeps on the
      * order (MRS-TSL-AMOUNT stays the full ticket price, so the
      * revenue totals need no special case) and MRS-TSL-COMP-AUTH
      * holds the partner's order reference, which the monthly
      * remittance reconciliation (MRS-6370) matches on.
      *
      * MRS-TSL-SERIAL is the ticket serial printed on the stub -
      * every admission sold gets its own number off the ticket
      * serial register (MRS-6485), and a line selling more than
      * one seat carries the first of the consecutive run its
      * stubs were numbered from. A refund or exchange-out line
      * carries the first serial taken back. Lines from before the
      * field existed, and lines with no ticket on them (a gift
      * card), carry spaces or zeros.
      *
      * MRS-TSL-SEQ and MRS-TSL-CHECK make the trail tamper-evident:
      * every line carries the next number of its site's unbroken
      * trail sequence and a check value chained from the line
      * before it in that sequence over the line's first 120
      * characters (everything ahead of the two fields). Both are
      * handed out by MRS-6490 just before the WRITE (MRS-TSLSEQ.CPY);
      * MRS-6495 walks the chain nightly and reports any number
      * missing, repeated, or any line changed since it was written.
      * The indexed transaction store keeps the first 120 characters
      * only - the chain belongs to the flat trail. Lines from before
      * the fields existed carry spaces.
      *
      * MRS-TSL-SCREEN is two digits. It took over the blank that
      * used to sit ahead of the one-digit screen, so nothing else
      * on the line moved and the check chain, the indexed store,
      * and the month archives all read as before. Lines written
      * before the wider screen carry a blank where the tens digit
      * now is - read it as zero.
      *
      * The record length is 140 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so each
      * run adds on to the existing trail instead of replacing it.
      *****************************************************************
       FD MRS-TICKET-SALES-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 MRS-TSL-REC.
          05 MRS-TSL-DATE.
             10 MRS-TSL-YEAR                    PIC 9(4).
             10 MRS-TSL-HOUR                    PIC 9(2).
             10 MRS-TSL-MINUTE                  PIC 9(2).
             10 MRS-TSL-SECOND                  PIC 9(2).
          05 MRS-TSL-SCREEN                     PIC 99.
          05 PIC X(1) VALUE SPACE.
          05 MRS-TSL-SHOW-ID                    PIC 9(4).
          05 PIC X(1) VALUE SPACE.
          05 MRS-TSL-COMP-REASON                PIC X(2).
          05 PIC X(1) VALUE SPACE.
          05 MRS-TSL-COMP-AUTH                  PIC X(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-TSL-SERIAL                     PIC 9(9).
          05 PIC X(2) VALUE SPACE.
          05 MRS-TSL-SEQ                        PIC 9(9).
          05 PIC X(1) VALUE SPACE.
          05 MRS-TSL-CHECK                      PIC 9(9).
          05 PIC X(1) VALUE SPACE.
