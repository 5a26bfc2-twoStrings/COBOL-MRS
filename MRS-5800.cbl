      *   taxable concession revenue, food tax collected, total due
      *
      * one block per site, with the jurisdiction name pulled off
      * the tax table ruling in force on the range's last day.
      * Refunds and exchange releases net their tax back out, so the
      * remittance is what actually stayed collected.
      *
      * Sales rung without tax under an exemption certificate are
      * reported on their own lines off the tax exempt sales ledger
      * (MRS-TAXEXMPT.CPY) - admissions (box office and group) and
      * concessions - and come out of the taxable revenue above
      * them, since their trail lines carry the money at zero tax.
      *
      * One console ACCEPT drives it: the range (YYYYMM, zero = the
      * current month; or a fiscal period, film week, quarter or
      * year in the forms MRS-5070 reads - PYYYYPP, WYYYYWW, QYYYYQ,
      * FYYYY).
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS MRS-TAX-KEY
               FILE STATUS IS WS-TXT-STATUS.

           SELECT MRS-TAXEXMPT-FILE
               ASSIGN TO UT-SYS-TAXEXMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRS-TXL-KEY
               FILE STATUS IS WS-TXL-STATUS.

           SELECT MRS-REMIT-TAX-RPT
               ASSIGN TO UT-SYS-TAXREMIT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-TAXTBL.CPY".
       COPY "CPYBOOKS/MRS-TAXEXMPT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-REMIT-TAX-RPT

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-TAXTBL         PIC X(50)
                               VALUE "C:\COBOL\MRS-TAXTBL-INDEX.DAT".
           05  UT-SYS-TAXEXMPT       PIC X(50)
                               VALUE "C:\COBOL\MRS-TAXEXMPT-INDEX.DAT".
           05  UT-SYS-TAXREMIT-RPT   PIC X(50)
                               VALUE "C:\COBOL\MRS-TAX-REMIT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
           05  WS-SALES-STATUS       PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  WS-TXT-STATUS         PIC XX.
           05  WS-TXL-STATUS         PIC XX.
           05  SALES-EOF             PIC X.
           05  CON-EOF               PIC X.
           05  TXT-EOF               PIC X.
           05  TXL-EOF               PIC X.

       01  WS-PERIOD.
           05  WS-LINE-DATE          PIC 9(8).
           05  WS-LINE-SITE          PIC X(2).
           05  WS-I                  PIC 9.
           05  WS-MONTH-END          PIC 9(8).
               10  WT-TKT-TAX        PIC S9(7)V99.
               10  WT-CON-REV        PIC S9(7)V99.
               10  WT-CON-TAX        PIC S9(7)V99.
               10  WT-EXM-TKT        PIC S9(7)V99.
               10  WT-EXM-CON        PIC S9(7)V99.
               10  WT-JURIS          PIC X(20).

       01  WS-RPT-HEADER.
           05  PIC X(21) VALUE "MRS TAX REMITTANCE -".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-SITE-HDR.
           05  PIC X(5)  VALUE "SITE ".

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT MRS-FCL-RANGE
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-5800: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING REPORTED."
               GOBACK
           END-IF
           MOVE MRS-FCL-TO TO WS-MONTH-END
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           PERFORM 200-TALLY-TICKETS THRU 200-EXIT
           PERFORM 300-TALLY-CONCESSIONS THRU 300-EXIT
           PERFORM 370-TALLY-EXEMPT THRU 370-EXIT
           PERFORM 400-NAME-JURISDICTIONS THRU 400-EXIT
           PERFORM 600-PRINT-PACKAGE THRU 600-EXIT

           DISPLAY "MRS-5800 TAX REMIT: " WS-SITE-COUNT
               " SITE(S) FOR " MRS-FCL-LABEL "."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
           GOBACK.
                           MOVE ZEROS TO WT-TKT-TAX(SIT-I)
                           MOVE ZEROS TO WT-CON-REV(SIT-I)
                           MOVE ZEROS TO WT-CON-TAX(SIT-I)
                           MOVE ZEROS TO WT-EXM-TKT(SIT-I)
                           MOVE ZEROS TO WT-EXM-CON(SIT-I)
                           MOVE SPACES TO WT-JURIS(SIT-I)
                           ADD 1 TO WS-SITE-COUNT
                   END-SEARCH
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       MOVE MRS-TSL-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE >= MRS-FCL-FROM AND
                          WS-LINE-DATE <= MRS-FCL-TO AND
                          MRS-TSL-ACTION NOT = "GCRD"
                           PERFORM 250-ONE-TICKET THRU 250-EXIT
                       END-IF
                   AT END
                       MOVE "Y" TO CON-EOF
                   NOT AT END
                       MOVE MRS-CSL-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE >= MRS-FCL-FROM AND
                          WS-LINE-DATE <= MRS-FCL-TO AND
                          MRS-CSL-ITEM-NO NOT = ZEROS
                           PERFORM 350-ONE-CON THRU 350-EXIT
                       END-IF
       350-EXIT.
           EXIT.

      * Exempt sales in the range off the tax exempt sales ledger, by
      * site: tickets and group money as admissions, the rest as
      * concessions. A refund on an exempt sale nets back out.
       370-TALLY-EXEMPT.
           MOVE "N" TO TXL-EOF
           IF WS-TXL-STATUS NOT = '00'
               MOVE "Y" TO TXL-EOF
           END-IF
           PERFORM UNTIL TXL-EOF = "Y"
               READ MRS-TAXEXMPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TXL-EOF
                   NOT AT END
                       IF MRS-TXL-DATE >= MRS-FCL-FROM AND
                          MRS-TXL-DATE <= MRS-FCL-TO
                           PERFORM 380-ONE-EXEMPT THRU 380-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       370-EXIT.
           EXIT.

       380-ONE-EXEMPT.
           IF MRS-TXL-SITE NOT = SPACES AND
              MRS-TXL-SITE NOT = LOW-VALUES
               MOVE MRS-TXL-SITE TO WS-LINE-SITE
           ELSE
               MOVE "01" TO WS-LINE-SITE
           END-IF
           PERFORM 150-FIND-SITE-SLOT THRU 150-EXIT
           IF MRS-TXL-REGISTER = "C"
               IF MRS-TXL-ACTION = "RFND"
                   SUBTRACT MRS-TXL-AMOUNT FROM WT-EXM-CON(SIT-I)
               ELSE
                   ADD MRS-TXL-AMOUNT TO WT-EXM-CON(SIT-I)
               END-IF
           ELSE
               IF MRS-TXL-ACTION = "RFND"
                   SUBTRACT MRS-TXL-AMOUNT FROM WT-EXM-TKT(SIT-I)
               ELSE
                   ADD MRS-TXL-AMOUNT TO WT-EXM-TKT(SIT-I)
               END-IF
           END-IF.
       380-EXIT.
           EXIT.

      * Each site's jurisdiction name comes off the admissions
      * ruling in force at month end.
       400-NAME-JURISDICTIONS.

       600-PRINT-PACKAGE.
           OPEN OUTPUT MRS-REMIT-TAX-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-HEADER
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               SET SIT-I TO WS-I
           MOVE WT-JURIS(SIT-I) TO RS-JURIS
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-SITE-HDR
           MOVE "TAXABLE ADMISSIONS REVENUE" TO RD-LABEL
           COMPUTE RD-AMOUNT = WT-TKT-REV(SIT-I) - WT-EXM-TKT(SIT-I)
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-DETAIL
           MOVE "EXEMPT ADMISSIONS (CERT)" TO RD-LABEL
           MOVE WT-EXM-TKT(SIT-I) TO RD-AMOUNT
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-DETAIL
           MOVE "ADMISSIONS TAX COLLECTED" TO RD-LABEL
           MOVE WT-TKT-TAX(SIT-I) TO RD-AMOUNT
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-DETAIL
           MOVE "TAXABLE CONCESSION REVENUE" TO RD-LABEL
           COMPUTE RD-AMOUNT = WT-CON-REV(SIT-I) - WT-EXM-CON(SIT-I)
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-DETAIL
           MOVE "EXEMPT CONCESSIONS (CERT)" TO RD-LABEL
           MOVE WT-EXM-CON(SIT-I) TO RD-AMOUNT
           WRITE MRS-REMIT-TAX-LINE FROM WS-RPT-DETAIL
           MOVE "PREPARED FOOD TAX COLLECTED" TO RD-LABEL
           MOVE WT-CON-TAX(SIT-I) TO RD-AMOUNT
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-TICKET-SALES-FILE
           OPEN INPUT MRS-CON-SALES-FILE
           OPEN INPUT MRS-TAX-TABLE-FILE
           OPEN INPUT MRS-TAXEXMPT-FILE.
       900-EXIT.
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

                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "TAXTBL"
                   MOVE CFG-PATH TO UT-SYS-TAXTBL
               WHEN "TAXEXMPT"
                   MOVE CFG-PATH TO UT-SYS-TAXEXMPT
               WHEN "TAXREMIT-RPT"
                   MOVE CFG-PATH TO UT-SYS-TAXREMIT-RPT
           END-EVALUATE.
           END-IF
           IF WS-TXT-STATUS = '00'
               CLOSE MRS-TAX-TABLE-FILE
           END-IF
           IF WS-TXL-STATUS = '00' OR WS-TXL-STATUS = '10'
               CLOSE MRS-TAXEXMPT-FILE
           END-IF.
       910-EXIT.
           EXIT.
