       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3110.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Showing attribute edit - checks the attribute codes keyed
      * for a showing (open caption, sensory-friendly, 21 and over,
      * premiere) and puts each in the fixed place the show record
      * keeps it (MRS-ATRPUT.CPY), so the schedule add, the show
      * maintenance screen and the draft board all take the codes
      * the same way, and the listing export and usher manifest
      * spell them out the same way.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL.
           05  WS-I                  PIC 9.
           05  WS-PTR                PIC 99.
           05  WS-CODE               PIC X.

      * The codes as they will go back, one fixed place each.
       01  WS-PLACED.
           05  WS-PL-CAPTION         PIC X.
           05  WS-PL-SENSORY         PIC X.
           05  WS-PL-ADULT           PIC X.
           05  WS-PL-PREMIERE        PIC X.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-ATRPUT.CPY".

       PROCEDURE DIVISION USING MRS-ATTR-PUT.
       100-MAIN.
           MOVE "Y" TO MRS-ATP-ANSWER
           MOVE SPACES TO MRS-ATP-TEXT
           MOVE SPACES TO WS-PLACED
           INSPECT MRS-ATP-CODES CONVERTING "csap" TO "CSAP"
           PERFORM 200-PLACE-CODE THRU 200-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 4
           IF MRS-ATP-ANSWER NOT = "Y"
               GOBACK
           END-IF
           MOVE WS-PLACED TO MRS-ATP-CODES
           PERFORM 300-SPELL-OUT THRU 300-EXIT
           GOBACK.
       100-EXIT.
           EXIT.

       200-PLACE-CODE.
           MOVE MRS-ATP-CODES(WS-I:1) TO WS-CODE
           EVALUATE WS-CODE
               WHEN SPACE
                   CONTINUE
               WHEN "C"
                   MOVE "C" TO WS-PL-CAPTION
               WHEN "S"
                   MOVE "S" TO WS-PL-SENSORY
               WHEN "A"
                   MOVE "A" TO WS-PL-ADULT
               WHEN "P"
                   MOVE "P" TO WS-PL-PREMIERE
               WHEN OTHER
                   MOVE "N" TO MRS-ATP-ANSWER
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * One phrase per code set, separated by commas.
       300-SPELL-OUT.
           MOVE 1 TO WS-PTR
           IF WS-PL-CAPTION = "C"
               STRING "OPEN CAPTION" DELIMITED BY SIZE
                   INTO MRS-ATP-TEXT WITH POINTER WS-PTR
           END-IF
           IF WS-PL-SENSORY = "S"
               PERFORM 310-COMMA THRU 310-EXIT
               STRING "SENSORY-FRIENDLY" DELIMITED BY SIZE
                   INTO MRS-ATP-TEXT WITH POINTER WS-PTR
           END-IF
           IF WS-PL-ADULT = "A"
               PERFORM 310-COMMA THRU 310-EXIT
               STRING "21 AND OVER" DELIMITED BY SIZE
                   INTO MRS-ATP-TEXT WITH POINTER WS-PTR
           END-IF
           IF WS-PL-PREMIERE = "P"
               PERFORM 310-COMMA THRU 310-EXIT
               STRING "PREMIERE" DELIMITED BY SIZE
                   INTO MRS-ATP-TEXT WITH POINTER WS-PTR
           END-IF.
       300-EXIT.
           EXIT.

       310-COMMA.
           IF WS-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO MRS-ATP-TEXT WITH POINTER WS-PTR
           END-IF.
       310-EXIT.
           EXIT.

       end program MRS-3110.
