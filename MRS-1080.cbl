       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1080.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Password digest - the one place a password is turned into
      * what the operator master keeps. The master never holds a
      * password, only a per-operator salt and the SHA-256 digest of
      * that salt followed by the password, as 64 hex digits; sign-on
      * (MRS-1000), operator maintenance (MRS-1100), and the
      * conversion of the old plain-text master (MRS-1090) all come
      * here, so the digest is worked the same way everywhere and a
      * copy of the file - a backup, a training refresh - gives away
      * nothing that can be keyed at the sign-on screen.
      *
      * The salt and password make a single 64-byte SHA-256 block.
      * The language has no bit operators, so each 32-bit word is
      * carried as a number for the additions and spread out into a
      * table of 32 bits (high bit first) for the rotates, shifts,
      * and exclusive-ors. A fresh salt is 16 hex digits off the
      * random number generator, seeded from the clock on the first
      * call of the run.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-CONTROL.
         05 WS-SEEDED PIC X VALUE "N".
         05 WS-SEED PIC 9(8).
         05 WS-RAND PIC 9V9(9).
         05 WS-I PIC 99.
         05 WS-J PIC 99.
         05 WS-T PIC 99.
         05 WS-N PIC 99.
         05 WS-BYTE PIC 9(3).
         05 WS-NIB PIC 99.
         05 WS-X PIC 9.
         05 WS-NUM PIC 9(10).
         05 WS-SUM PIC 9(12).
         05 WS-TWO-32 PIC 9(10) VALUE 4294967296.
         05 WS-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".

      *  Round accumulators: Sigma-1 of e, choose, Sigma-0 of a,
      *  majority, and the schedule's two small sigmas.
       01 WS-ROUND-WORK.
         05 WS-S1 PIC 9(10).
         05 WS-CH PIC 9(10).
         05 WS-S0 PIC 9(10).
         05 WS-MAJ PIC 9(10).
         05 WS-T1 PIC 9(10).
         05 WS-T2 PIC 9(10).
         05 WS-SG0 PIC 9(10).
         05 WS-SG1 PIC 9(10).

      *  One word spread out as bits, high bit first.
       01 WS-BITS.
         05 WS-BIT PIC 9 OCCURS 32.

      *  The message block: salt, password, the closing 1 bit, and
      *  the length in bits in the last bytes.
       01 WS-BLOCK.
         05 WS-MSG-TEXT PIC X(24).
         05 WS-MSG-BYTE PIC 9(3) OCCURS 64.

      *  Message schedule, as numbers and as bits.
       01 WS-SCHEDULE.
         05 WS-W PIC 9(10) OCCURS 64.
       01 WS-SCHEDULE-BITS.
         05 WS-WB OCCURS 64.
           10 WS-WB-BIT PIC 9 OCCURS 32.

      *  Working variables a through h, as numbers and as bits.
       01 WS-VARS.
         05 WS-V PIC 9(10) OCCURS 8.
       01 WS-VARS-BITS.
         05 WS-VB OCCURS 8.
           10 WS-VB-BIT PIC 9 OCCURS 32.

       01 WS-HASH-VALUES.
         05 WS-HV PIC 9(10) OCCURS 8.

      *  First 32 bits of the fractional parts of the square roots of
      *  the first eight primes - the starting hash value.
       01 WS-H-INIT-VALUES.
         05 PIC 9(10) VALUE 1779033703.
         05 PIC 9(10) VALUE 3144134277.
         05 PIC 9(10) VALUE 1013904242.
         05 PIC 9(10) VALUE 2773480762.
         05 PIC 9(10) VALUE 1359893119.
         05 PIC 9(10) VALUE 2600822924.
         05 PIC 9(10) VALUE 0528734635.
         05 PIC 9(10) VALUE 1541459225.
       01 WS-H-INIT-TABLE REDEFINES WS-H-INIT-VALUES.
         05 WS-H-INIT PIC 9(10) OCCURS 8.

      *  First 32 bits of the fractional parts of the cube roots of
      *  the first sixty-four primes - the round constants.
       01 WS-K-VALUES.
         05 PIC 9(10) VALUE 1116352408.
         05 PIC 9(10) VALUE 1899447441.
         05 PIC 9(10) VALUE 3049323471.
         05 PIC 9(10) VALUE 3921009573.
         05 PIC 9(10) VALUE 0961987163.
         05 PIC 9(10) VALUE 1508970993.
         05 PIC 9(10) VALUE 2453635748.
         05 PIC 9(10) VALUE 2870763221.
         05 PIC 9(10) VALUE 3624381080.
         05 PIC 9(10) VALUE 0310598401.
         05 PIC 9(10) VALUE 0607225278.
         05 PIC 9(10) VALUE 1426881987.
         05 PIC 9(10) VALUE 1925078388.
         05 PIC 9(10) VALUE 2162078206.
         05 PIC 9(10) VALUE 2614888103.
         05 PIC 9(10) VALUE 3248222580.
         05 PIC 9(10) VALUE 3835390401.
         05 PIC 9(10) VALUE 4022224774.
         05 PIC 9(10) VALUE 0264347078.
         05 PIC 9(10) VALUE 0604807628.
         05 PIC 9(10) VALUE 0770255983.
         05 PIC 9(10) VALUE 1249150122.
         05 PIC 9(10) VALUE 1555081692.
         05 PIC 9(10) VALUE 1996064986.
         05 PIC 9(10) VALUE 2554220882.
         05 PIC 9(10) VALUE 2821834349.
         05 PIC 9(10) VALUE 2952996808.
         05 PIC 9(10) VALUE 3210313671.
         05 PIC 9(10) VALUE 3336571891.
         05 PIC 9(10) VALUE 3584528711.
         05 PIC 9(10) VALUE 0113926993.
         05 PIC 9(10) VALUE 0338241895.
         05 PIC 9(10) VALUE 0666307205.
         05 PIC 9(10) VALUE 0773529912.
         05 PIC 9(10) VALUE 1294757372.
         05 PIC 9(10) VALUE 1396182291.
         05 PIC 9(10) VALUE 1695183700.
         05 PIC 9(10) VALUE 1986661051.
         05 PIC 9(10) VALUE 2177026350.
         05 PIC 9(10) VALUE 2456956037.
         05 PIC 9(10) VALUE 2730485921.
         05 PIC 9(10) VALUE 2820302411.
         05 PIC 9(10) VALUE 3259730800.
         05 PIC 9(10) VALUE 3345764771.
         05 PIC 9(10) VALUE 3516065817.
         05 PIC 9(10) VALUE 3600352804.
         05 PIC 9(10) VALUE 4094571909.
         05 PIC 9(10) VALUE 0275423344.
         05 PIC 9(10) VALUE 0430227734.
         05 PIC 9(10) VALUE 0506948616.
         05 PIC 9(10) VALUE 0659060556.
         05 PIC 9(10) VALUE 0883997877.
         05 PIC 9(10) VALUE 0958139571.
         05 PIC 9(10) VALUE 1322822218.
         05 PIC 9(10) VALUE 1537002063.
         05 PIC 9(10) VALUE 1747873779.
         05 PIC 9(10) VALUE 1955562222.
         05 PIC 9(10) VALUE 2024104815.
         05 PIC 9(10) VALUE 2227730452.
         05 PIC 9(10) VALUE 2361852424.
         05 PIC 9(10) VALUE 2428436474.
         05 PIC 9(10) VALUE 2756734187.
         05 PIC 9(10) VALUE 3204031479.
         05 PIC 9(10) VALUE 3329325298.
       01 WS-K-TABLE REDEFINES WS-K-VALUES.
         05 WS-K PIC 9(10) OCCURS 64.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-PWDPUT.CPY".

       PROCEDURE DIVISION USING MRS-PWD-PUT.
       100-MAIN.
           IF MRS-PWP-FUNCTION = "S"
               PERFORM 200-NEW-SALT THRU 200-EXIT
           END-IF
           PERFORM 300-LOAD-BLOCK THRU 300-EXIT
           PERFORM 400-SCHEDULE THRU 400-EXIT
           PERFORM 500-COMPRESS THRU 500-EXIT
           PERFORM 600-DIGEST-HEX THRU 600-EXIT
      *    Nothing of the password is left behind in this program.
           MOVE SPACES TO WS-MSG-TEXT
           MOVE ZEROS TO WS-SCHEDULE
           GOBACK.
       100-EXIT.
           EXIT.

       200-NEW-SALT.
           IF WS-SEEDED NOT = "Y"
               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
               MOVE WS-DATETIME(9:8) TO WS-SEED
               COMPUTE WS-RAND = FUNCTION RANDOM (WS-SEED)
               MOVE "Y" TO WS-SEEDED
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               COMPUTE WS-RAND = FUNCTION RANDOM
               COMPUTE WS-NIB = WS-RAND * 16
               IF WS-NIB > 15
                   MOVE 15 TO WS-NIB
               END-IF
               MOVE WS-HEX-DIGITS(WS-NIB + 1:1)
                   TO MRS-PWP-SALT(WS-I:1)
           END-PERFORM.
       200-EXIT.
           EXIT.

      * Salt and password are 24 bytes, 192 bits; the block is padded
      * with the 1 bit and zeros, and the bit length closes it.
       300-LOAD-BLOCK.
           MOVE MRS-PWP-SALT TO WS-MSG-TEXT(1:16)
           MOVE MRS-PWP-PASSWORD TO WS-MSG-TEXT(17:8)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 64
               MOVE ZERO TO WS-MSG-BYTE(WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
               COMPUTE WS-MSG-BYTE(WS-I) =
                   FUNCTION ORD (WS-MSG-TEXT(WS-I:1)) - 1
           END-PERFORM
           MOVE 128 TO WS-MSG-BYTE(25)
           MOVE 192 TO WS-MSG-BYTE(64).
       300-EXIT.
           EXIT.

      * Words 1-16 come straight off the block; 17-64 are mixed from
      * the words before them.
       400-SCHEDULE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
               COMPUTE WS-J = (WS-T - 1) * 4
               COMPUTE WS-W(WS-T) =
                   WS-MSG-BYTE(WS-J + 1) * 16777216
                 + WS-MSG-BYTE(WS-J + 2) * 65536
                 + WS-MSG-BYTE(WS-J + 3) * 256
                 + WS-MSG-BYTE(WS-J + 4)
               MOVE WS-W(WS-T) TO WS-NUM
               PERFORM 700-TO-BITS THRU 700-EXIT
               MOVE WS-BITS TO WS-WB(WS-T)
           END-PERFORM
           PERFORM VARYING WS-T FROM 17 BY 1 UNTIL WS-T > 64
               PERFORM 420-SMALL-SIGMAS THRU 420-EXIT
               COMPUTE WS-SUM = WS-SG1 + WS-W(WS-T - 7)
                              + WS-SG0 + WS-W(WS-T - 16)
               COMPUTE WS-W(WS-T) = FUNCTION MOD (WS-SUM, WS-TWO-32)
               MOVE WS-W(WS-T) TO WS-NUM
               PERFORM 700-TO-BITS THRU 700-EXIT
               MOVE WS-BITS TO WS-WB(WS-T)
           END-PERFORM.
       400-EXIT.
           EXIT.

      * sigma-0 of word t-15 (rotate 7, rotate 18, shift 3) and
      * sigma-1 of word t-2 (rotate 17, rotate 19, shift 10).
       420-SMALL-SIGMAS.
           MOVE ZERO TO WS-SG0
           MOVE ZERO TO WS-SG1
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 32
               MOVE 7 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               MOVE WS-WB-BIT(WS-T - 15, WS-J) TO WS-X
               MOVE 18 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-WB-BIT(WS-T - 15, WS-J) TO WS-X
               IF WS-I > 3
                   ADD WS-WB-BIT(WS-T - 15, WS-I - 3) TO WS-X
               END-IF
               COMPUTE WS-SG0 = WS-SG0 * 2 + FUNCTION MOD (WS-X, 2)
               MOVE 17 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               MOVE WS-WB-BIT(WS-T - 2, WS-J) TO WS-X
               MOVE 19 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-WB-BIT(WS-T - 2, WS-J) TO WS-X
               IF WS-I > 10
                   ADD WS-WB-BIT(WS-T - 2, WS-I - 10) TO WS-X
               END-IF
               COMPUTE WS-SG1 = WS-SG1 * 2 + FUNCTION MOD (WS-X, 2)
           END-PERFORM.
       420-EXIT.
           EXIT.

      * The sixty-four rounds over a through h (subscripts 1-8),
      * then the block folded into the starting hash value.
       500-COMPRESS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-H-INIT(WS-I) TO WS-HV(WS-I)
               MOVE WS-H-INIT(WS-I) TO WS-V(WS-I)
               MOVE WS-V(WS-I) TO WS-NUM
               PERFORM 700-TO-BITS THRU 700-EXIT
               MOVE WS-BITS TO WS-VB(WS-I)
           END-PERFORM
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 64
               PERFORM 520-ONE-ROUND THRU 520-EXIT
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               COMPUTE WS-SUM = WS-HV(WS-I) + WS-V(WS-I)
               COMPUTE WS-HV(WS-I) = FUNCTION MOD (WS-SUM, WS-TWO-32)
           END-PERFORM.
       500-EXIT.
           EXIT.

      * Sigma-1 of e (rotate 6, 11, 25), choose(e, f, g), Sigma-0
      * of a (rotate 2, 13, 22) and majority(a, b, c), a bit at a
      * time, then the variables move down one place.
       520-ONE-ROUND.
           MOVE ZERO TO WS-S1
           MOVE ZERO TO WS-CH
           MOVE ZERO TO WS-S0
           MOVE ZERO TO WS-MAJ
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 32
               MOVE 6 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               MOVE WS-VB-BIT(5, WS-J) TO WS-X
               MOVE 11 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-VB-BIT(5, WS-J) TO WS-X
               MOVE 25 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-VB-BIT(5, WS-J) TO WS-X
               COMPUTE WS-S1 = WS-S1 * 2 + FUNCTION MOD (WS-X, 2)
               IF WS-VB-BIT(5, WS-I) = 1
                   COMPUTE WS-CH = WS-CH * 2 + WS-VB-BIT(6, WS-I)
               ELSE
                   COMPUTE WS-CH = WS-CH * 2 + WS-VB-BIT(7, WS-I)
               END-IF
               MOVE 2 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               MOVE WS-VB-BIT(1, WS-J) TO WS-X
               MOVE 13 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-VB-BIT(1, WS-J) TO WS-X
               MOVE 22 TO WS-N
               PERFORM 750-ROTATE-INDEX THRU 750-EXIT
               ADD WS-VB-BIT(1, WS-J) TO WS-X
               COMPUTE WS-S0 = WS-S0 * 2 + FUNCTION MOD (WS-X, 2)
               COMPUTE WS-X = WS-VB-BIT(1, WS-I) + WS-VB-BIT(2, WS-I)
                            + WS-VB-BIT(3, WS-I)
               IF WS-X >= 2
                   COMPUTE WS-MAJ = WS-MAJ * 2 + 1
               ELSE
                   COMPUTE WS-MAJ = WS-MAJ * 2
               END-IF
           END-PERFORM
           COMPUTE WS-SUM = WS-V(8) + WS-S1 + WS-CH + WS-K(WS-T)
                          + WS-W(WS-T)
           COMPUTE WS-T1 = FUNCTION MOD (WS-SUM, WS-TWO-32)
           COMPUTE WS-SUM = WS-S0 + WS-MAJ
           COMPUTE WS-T2 = FUNCTION MOD (WS-SUM, WS-TWO-32)
      *    h <- g <- f <- e, e <- d + T1, d <- c <- b <- a,
      *    a <- T1 + T2.
           MOVE WS-V(7) TO WS-V(8)
           MOVE WS-V(6) TO WS-V(7)
           MOVE WS-V(5) TO WS-V(6)
           MOVE WS-VB(7) TO WS-VB(8)
           MOVE WS-VB(6) TO WS-VB(7)
           MOVE WS-VB(5) TO WS-VB(6)
           COMPUTE WS-SUM = WS-V(4) + WS-T1
           COMPUTE WS-V(5) = FUNCTION MOD (WS-SUM, WS-TWO-32)
           MOVE WS-V(5) TO WS-NUM
           PERFORM 700-TO-BITS THRU 700-EXIT
           MOVE WS-BITS TO WS-VB(5)
           MOVE WS-V(3) TO WS-V(4)
           MOVE WS-V(2) TO WS-V(3)
           MOVE WS-V(1) TO WS-V(2)
           MOVE WS-VB(3) TO WS-VB(4)
           MOVE WS-VB(2) TO WS-VB(3)
           MOVE WS-VB(1) TO WS-VB(2)
           COMPUTE WS-SUM = WS-T1 + WS-T2
           COMPUTE WS-V(1) = FUNCTION MOD (WS-SUM, WS-TWO-32)
           MOVE WS-V(1) TO WS-NUM
           PERFORM 700-TO-BITS THRU 700-EXIT
           MOVE WS-BITS TO WS-VB(1).
       520-EXIT.
           EXIT.

      * The eight hash words, eight hex digits each, high digit
      * first.
       600-DIGEST-HEX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-HV(WS-I) TO WS-NUM
               PERFORM VARYING WS-J FROM 8 BY -1 UNTIL WS-J < 1
                   DIVIDE WS-NUM BY 16 GIVING WS-NUM
                       REMAINDER WS-NIB
                   MOVE WS-HEX-DIGITS(WS-NIB + 1:1)
                       TO MRS-PWP-DIGEST((WS-I - 1) * 8 + WS-J:1)
               END-PERFORM
           END-PERFORM.
       600-EXIT.
           EXIT.

      * WS-NUM spread into WS-BITS, high bit first.
       700-TO-BITS.
           PERFORM VARYING WS-J FROM 32 BY -1 UNTIL WS-J < 1
               DIVIDE WS-NUM BY 2 GIVING WS-NUM REMAINDER WS-X
               MOVE WS-X TO WS-BIT(WS-J)
           END-PERFORM.
       700-EXIT.
           EXIT.

      * For bit WS-I of a word rotated right WS-N places, WS-J is
      * the bit of the original word it came from.
       750-ROTATE-INDEX.
           COMPUTE WS-J = FUNCTION MOD (WS-I - 1 - WS-N + 32, 32) + 1.
       750-EXIT.
           EXIT.

       end program MRS-1080.
