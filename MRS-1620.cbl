       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1620.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Tax exempt sale check and ledger - the one place the box
      * office (MRS-3500), the concession counter (MRS-1400), and the
      * group hold screen (MRS-3600) go when a customer claims a tax
      * exemption, so all three refuse the same bad certificates and
      * record exempt sales the same way.
      *
      * A check ("V") reads the certificate off the exemption
      * certificate master (MRS-TAXCERT.CPY): it has to be on file,
      * not revoked, and not expired before the selling date. With
      * no certificate master on disk nothing is exempt.
      *
      * A post ("P") writes the exempt sale to the tax exempt sales
      * ledger once the caller has the sale down - the sales trail
      * line carries zero tax, the ledger carries the certificate it
      * was exempted under.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-TAXCERT-FILE
               ASSIGN TO UT-SYS-TAXCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TXC-CERT-NO
               FILE STATUS IS WS-TXC-STATUS.

           SELECT MRS-TAXEXMPT-FILE
               ASSIGN TO UT-SYS-TAXEXMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TXL-KEY
               FILE STATUS IS WS-TXL-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TAXCERT.CPY".
       COPY "CPYBOOKS/MRS-TAXEXMPT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-TAXCERT PIC X(50)
           VALUE "C:\COBOL\MRS-TAXCERT-INDEX.DAT".
         05 UT-SYS-TAXEXMPT PIC X(50)
           VALUE "C:\COBOL\MRS-TAXEXMPT-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-TXC-STATUS PIC XX.
         05 WS-TXL-STATUS PIC XX.
         05 WS-WROTE PIC X.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-TXEPUT.CPY".

       PROCEDURE DIVISION USING MRS-EXEMPT-PUT.
       100-MAIN.
           MOVE "N" TO MRS-TXE-ANSWER
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           EVALUATE MRS-TXE-FUNCTION
               WHEN "V"
                   PERFORM 200-CHECK THRU 200-EXIT
               WHEN "P"
                   PERFORM 500-POST THRU 500-EXIT
           END-EVALUATE
           GOBACK.
       100-EXIT.
           EXIT.

      * Proves the certificate good for the selling date.
       200-CHECK.
           MOVE SPACES TO MRS-TXE-ORG-NAME
           MOVE "N" TO MRS-TXE-ANSWER
           IF MRS-TXE-CERT-NO = SPACES
               GO TO 200-EXIT
           END-IF
           OPEN INPUT MRS-TAXCERT-FILE
           IF WS-TXC-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE MRS-TXE-CERT-NO TO MRS-TXC-CERT-NO
           READ MRS-TAXCERT-FILE
               INVALID KEY
                   CLOSE MRS-TAXCERT-FILE
                   GO TO 200-EXIT
           END-READ
           CLOSE MRS-TAXCERT-FILE
           MOVE MRS-TXC-ORG-NAME TO MRS-TXE-ORG-NAME
           IF MRS-TXC-STATUS = "R"
               MOVE "R" TO MRS-TXE-ANSWER
               GO TO 200-EXIT
           END-IF
           IF MRS-TXC-EXPIRE-DATE NOT = ZEROS AND
              MRS-TXC-EXPIRE-DATE < MRS-TXE-DATE
               MOVE "X" TO MRS-TXE-ANSWER
               GO TO 200-EXIT
           END-IF
           MOVE "Y" TO MRS-TXE-ANSWER.
       200-EXIT.
           EXIT.

      * Puts one exempt sale on the ledger. The first exempt sale a
      * site ever rings creates the file.
       500-POST.
           OPEN I-O MRS-TAXEXMPT-FILE
           IF WS-TXL-STATUS = '35'
               OPEN OUTPUT MRS-TAXEXMPT-FILE
               CLOSE MRS-TAXEXMPT-FILE
               OPEN I-O MRS-TAXEXMPT-FILE
           END-IF
           IF WS-TXL-STATUS NOT = '00'
               GO TO 500-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO MRS-TAXEXMPT-REC
           MOVE MRS-TXE-CERT-NO TO MRS-TXL-CERT-NO
           MOVE MRS-TXE-DATE TO MRS-TXL-DATE
           MOVE WS-DATETIME(9:6) TO MRS-TXL-TIME
           MOVE MRS-TXE-REGISTER TO MRS-TXL-REGISTER
           MOVE MRS-TXE-ACTION TO MRS-TXL-ACTION
           MOVE MRS-SIGNON-SITE TO MRS-TXL-SITE
           MOVE MRS-TXE-REF TO MRS-TXL-REF
           MOVE MRS-TXE-AMOUNT TO MRS-TXL-AMOUNT
           MOVE MRS-TXE-TAX-FORGONE TO MRS-TXL-TAX-FORGONE
           MOVE MRS-SIGNON-OPERATOR TO MRS-TXL-OPERATOR
      *    The ticket and concession lines of one checkout land in
      *    the same second; each takes the next free sequence.
           MOVE "N" TO WS-WROTE
           PERFORM 550-WRITE-ONE THRU 550-EXIT
               VARYING MRS-TXL-SEQ FROM 1 BY 1
               UNTIL WS-WROTE = "Y" OR MRS-TXL-SEQ > 998
           CLOSE MRS-TAXEXMPT-FILE
           IF WS-WROTE = "Y"
               MOVE "Y" TO MRS-TXE-ANSWER
           END-IF.
       500-EXIT.
           EXIT.

       550-WRITE-ONE.
           WRITE MRS-TAXEXMPT-REC
               INVALID KEY
                   GO TO 550-EXIT
           END-WRITE
           MOVE "Y" TO WS-WROTE.
       550-EXIT.
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
               WHEN "TAXCERT"
                   MOVE CFG-PATH TO UT-SYS-TAXCERT
               WHEN "TAXEXMPT"
                   MOVE CFG-PATH TO UT-SYS-TAXEXMPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1620.
