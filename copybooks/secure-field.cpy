      *====================================================
      * SECURE-FIELD.CPY
      * Shared paragraphs over secure-field-vars.cpy.
      * HASH-PASSWORD hashes WS-SF-CLEAR salted with
      * WS-SF-SALT (the operator id) into WS-SF-HASH - the
      * multiply-and-add hash COMPUTE-CHAIN-VALUE uses for the
      * run log, run twice in opposite directions over many
      * rounds so the result cannot be walked back to the
      * password. CHECK-PASSWORD-HASHED says whether
      * WS-SF-HASH already holds a hash.
      * ENCODE-BANK-ACCT / DECODE-BANK-ACCT turn each digit of
      * an account into a letter shifted by a key taken from
      * the salesman number and the position, and back.
      * CHECK-ACCT-ENCODED says whether WS-SF-ACCT-CODED still
      * holds a digit. REVEAL-BANK-ACCT gives the clear number
      * from a stored one in either form - only the
      * direct-deposit file may use it - and SHOW-BANK-ACCT
      * gives the masked form (last four digits) for display.
      * CHECK-BANK-ACCT-ENTRY vets a keyed account: digits
      * from the left, at least four of them, spaces after.
      *====================================================
       HASH-PASSWORD.
           MOVE WS-SF-SALT TO WS-SF-BUF(1:10)
           MOVE WS-SF-CLEAR TO WS-SF-BUF(11:10)
           MOVE 7 TO WS-SF-H1
           MOVE 11 TO WS-SF-H2
           PERFORM VARYING WS-SF-ROUND FROM 1 BY 1
               UNTIL WS-SF-ROUND > 64
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > 20
                   COMPUTE WS-SF-H1 = FUNCTION MOD(
                       WS-SF-H1 * 31 + WS-SF-ROUND + FUNCTION ORD(
                       WS-SF-BUF(WS-SF-IDX : 1)), 999999937)
                   COMPUTE WS-SF-H2 = FUNCTION MOD(
                       WS-SF-H2 * 37 + WS-SF-H1 + FUNCTION ORD(
                       WS-SF-BUF(21 - WS-SF-IDX : 1)), 999999929)
               END-PERFORM
           END-PERFORM
           COMPUTE WS-SF-VALUE = FUNCTION MOD(
               WS-SF-H1 * 1000000000 + WS-SF-H2, 101559956668416)
           MOVE "*" TO WS-SF-HASH(1:1)
           PERFORM VARYING WS-SF-IDX FROM 10 BY -1
               UNTIL WS-SF-IDX < 2
               COMPUTE WS-SF-DIGIT = FUNCTION MOD(WS-SF-VALUE, 36)
               MOVE WS-SF-BASE36(WS-SF-DIGIT + 1 : 1) TO
                   WS-SF-HASH(WS-SF-IDX : 1)
               COMPUTE WS-SF-VALUE =
                   (WS-SF-VALUE - WS-SF-DIGIT) / 36
           END-PERFORM.

           EXIT PARAGRAPH.

       CHECK-PASSWORD-HASHED.
           MOVE "Y" TO WS-SF-HASHED
           IF WS-SF-HASH(1:1) NOT = "*"
               MOVE "N" TO WS-SF-HASHED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SF-IDX FROM 2 BY 1
               UNTIL WS-SF-IDX > 10
               MOVE ZERO TO WS-SF-TALLY
               INSPECT WS-SF-BASE36 TALLYING WS-SF-TALLY
                   FOR ALL WS-SF-HASH(WS-SF-IDX : 1)
               IF WS-SF-TALLY = ZERO
                   MOVE "N" TO WS-SF-HASHED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE SHIFT FOR A POSITION - FROM THE SALESMAN NUMBER DIGIT
      *IN THAT POSITION (ZERO FOR A NON-DIGIT) AND THE POSITION
       COMPUTE-ACCT-SHIFT.
           MOVE ZERO TO WS-SF-TALLY
           INSPECT WS-SF-DIGITS TALLYING WS-SF-TALLY
               FOR CHARACTERS BEFORE INITIAL
               WS-SF-ACCT-KEY(WS-SF-IDX : 1)
           IF WS-SF-TALLY > 9
               MOVE ZERO TO WS-SF-TALLY
           END-IF
           COMPUTE WS-SF-SHIFT = FUNCTION MOD(
               WS-SF-TALLY * 7 + WS-SF-IDX * 11 + 5, 26).

           EXIT PARAGRAPH.

       ENCODE-BANK-ACCT.
           MOVE WS-SF-ACCT TO WS-SF-ACCT-CODED
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > 12
               MOVE ZERO TO WS-SF-DIGIT
               INSPECT WS-SF-DIGITS TALLYING WS-SF-DIGIT
                   FOR CHARACTERS BEFORE INITIAL
                   WS-SF-ACCT(WS-SF-IDX : 1)
               IF WS-SF-DIGIT < 10
                   PERFORM COMPUTE-ACCT-SHIFT
                   COMPUTE WS-SF-DIGIT = FUNCTION MOD(
                       WS-SF-DIGIT + WS-SF-SHIFT, 26)
                   MOVE WS-SF-LETTERS(WS-SF-DIGIT + 1 : 1) TO
                       WS-SF-ACCT-CODED(WS-SF-IDX : 1)
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *A LETTER THAT DOES NOT DECODE TO A DIGIT COMES BACK "?"
      *SO A DAMAGED ROW SHOWS UP INSTEAD OF PAYING A WRONG ACCOUNT
       DECODE-BANK-ACCT.
           MOVE WS-SF-ACCT-CODED TO WS-SF-ACCT
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > 12
               MOVE ZERO TO WS-SF-DIGIT
               INSPECT WS-SF-LETTERS TALLYING WS-SF-DIGIT
                   FOR CHARACTERS BEFORE INITIAL
                   WS-SF-ACCT-CODED(WS-SF-IDX : 1)
               IF WS-SF-DIGIT < 26
                   PERFORM COMPUTE-ACCT-SHIFT
                   COMPUTE WS-SF-DIGIT = FUNCTION MOD(
                       WS-SF-DIGIT + 26 - WS-SF-SHIFT, 26)
                   IF WS-SF-DIGIT < 10
                       MOVE WS-SF-DIGIT TO WS-SF-ONE-DIGIT
                       MOVE WS-SF-ONE-DIGIT TO
                           WS-SF-ACCT(WS-SF-IDX : 1)
                   ELSE
                       MOVE "?" TO WS-SF-ACCT(WS-SF-IDX : 1)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       CHECK-ACCT-ENCODED.
           MOVE ZERO TO WS-SF-TALLY
           INSPECT WS-SF-ACCT-CODED TALLYING WS-SF-TALLY
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF WS-SF-TALLY = ZERO
               MOVE "Y" TO WS-SF-ENCODED
           ELSE
               MOVE "N" TO WS-SF-ENCODED
           END-IF.

           EXIT PARAGRAPH.

       REVEAL-BANK-ACCT.
           PERFORM CHECK-ACCT-ENCODED
           IF WS-SF-ENCODED = "Y"
               PERFORM DECODE-BANK-ACCT
           ELSE
               MOVE WS-SF-ACCT-CODED TO WS-SF-ACCT
           END-IF.

           EXIT PARAGRAPH.

       SHOW-BANK-ACCT.
           PERFORM REVEAL-BANK-ACCT
           MOVE ZERO TO WS-SF-LAST
           PERFORM VARYING WS-SF-IDX FROM 12 BY -1
               UNTIL WS-SF-IDX < 1
               IF WS-SF-ACCT(WS-SF-IDX : 1) NOT = SPACE
                   MOVE WS-SF-IDX TO WS-SF-LAST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "************" TO WS-SF-ACCT-MASK
           IF WS-SF-LAST >= 4
               MOVE WS-SF-ACCT(WS-SF-LAST - 3 : 4) TO
                   WS-SF-ACCT-MASK(9:4)
           END-IF.

           EXIT PARAGRAPH.

       CHECK-BANK-ACCT-ENTRY.
           MOVE "Y" TO WS-SF-ACCT-OK
           MOVE ZERO TO WS-SF-LAST
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > 12
               IF WS-SF-ACCT(WS-SF-IDX : 1) IS NUMERIC
                   IF WS-SF-LAST NOT = WS-SF-IDX - 1
                       MOVE "N" TO WS-SF-ACCT-OK
                   END-IF
                   MOVE WS-SF-IDX TO WS-SF-LAST
               ELSE
                   IF WS-SF-ACCT(WS-SF-IDX : 1) NOT = SPACE
                       MOVE "N" TO WS-SF-ACCT-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SF-LAST < 4
               MOVE "N" TO WS-SF-ACCT-OK
           END-IF.

           EXIT PARAGRAPH.
