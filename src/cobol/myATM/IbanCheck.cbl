       IDENTIFICATION DIVISION.
       PROGRAM-ID. IbanCheck.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *  The IBAN rearranged for the ISO 7064 test: country code
      *  and check digits moved behind the BBAN.
       01 WS-IBAN-WORK PIC X(34).
       01 WS-REARRANGED PIC X(34).
       01 WS-IBAN-LENGTH PIC 99 VALUE 0.
       01 WS-I PIC 99 VALUE 0.
       01 WS-ONE-CHAR PIC X.
       01 WS-ONE-DIGIT REDEFINES WS-ONE-CHAR PIC 9.

      *  Letters count as two digits, A = 10 up to Z = 35.
       01 WS-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETTER-IDX PIC 99 VALUE 0.
       01 WS-LETTER-VALUE PIC 99 VALUE 0.

      *  The remainder is carried digit by digit, so an IBAN of any
      *  length never needs a number wider than this.
       01 WS-REMAINDER PIC 9(2) VALUE 0.
       01 WS-WORK-NUMBER PIC 9(5) VALUE 0.
       01 WS-QUOTIENT PIC 9(5) VALUE 0.
       01 WS-CHECK-DIGITS PIC 9(2) VALUE 0.
       01 WS-CHARS-OK PIC X VALUE 'Y'.

       LINKAGE SECTION.

      *    'B' = build: country code in positions 1-2 and the BBAN
      *    from position 5 are given, positions 3-4 come back
      *    filled with the check digits. 'V' = validate as is.
       01 IBAN-IO PIC X(34).
       01 MODE-IN PIC X.
      *    0 = valid (or built); 1 = wrong check digits;
      *    2 = malformed (too short, bad characters).
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION USING BY REFERENCE IBAN-IO MODE-IN
             STATUS-CODE.

           MOVE 2 TO STATUS-CODE.
           MOVE IBAN-IO TO WS-IBAN-WORK.
           INSPECT WS-IBAN-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE 0 TO WS-IBAN-LENGTH.
           PERFORM VARYING WS-I FROM 34 BY -1
                 UNTIL WS-I < 1 OR WS-IBAN-LENGTH > 0
              IF WS-IBAN-WORK(WS-I:1) NOT = SPACE THEN
                 MOVE WS-I TO WS-IBAN-LENGTH
              END-IF
           END-PERFORM.

      *    The shortest IBAN any country issues is 15 characters;
      *    the first two are always letters.
           IF WS-IBAN-LENGTH < 15 THEN
              EXIT PROGRAM
           END-IF.
           IF WS-IBAN-WORK(1:2) IS NOT ALPHABETIC THEN
              EXIT PROGRAM
           END-IF.

           IF MODE-IN = 'B' THEN
              MOVE "00" TO WS-IBAN-WORK(3:2)
           END-IF.

           MOVE SPACES TO WS-REARRANGED.
           MOVE WS-IBAN-WORK(5:WS-IBAN-LENGTH - 4) TO WS-REARRANGED.
           MOVE WS-IBAN-WORK(1:4)
              TO WS-REARRANGED(WS-IBAN-LENGTH - 3:4).

           PERFORM COMPUTE-MOD-97.
           IF WS-CHARS-OK = 'N' THEN
              EXIT PROGRAM
           END-IF.

           IF MODE-IN = 'B' THEN
              COMPUTE WS-CHECK-DIGITS = 98 - WS-REMAINDER
              MOVE WS-IBAN-WORK TO IBAN-IO
              MOVE WS-CHECK-DIGITS TO IBAN-IO(3:2)
              MOVE 0 TO STATUS-CODE
           ELSE
              IF WS-REMAINDER = 1 THEN
                 MOVE 0 TO STATUS-CODE
              ELSE
                 MOVE 1 TO STATUS-CODE
              END-IF
           END-IF.

           EXIT PROGRAM.

      *    The running remainder of the whole string read as one
      *    big number, letters expanded to their two digits.
       COMPUTE-MOD-97.
           MOVE 'Y' TO WS-CHARS-OK.
           MOVE 0 TO WS-REMAINDER.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-IBAN-LENGTH OR WS-CHARS-OK = 'N'
              MOVE WS-REARRANGED(WS-I:1) TO WS-ONE-CHAR
              IF WS-ONE-CHAR IS NUMERIC THEN
                 COMPUTE WS-WORK-NUMBER =
                    WS-REMAINDER * 10 + WS-ONE-DIGIT
              ELSE
                 PERFORM FIND-LETTER-VALUE
                 COMPUTE WS-WORK-NUMBER =
                    WS-REMAINDER * 100 + WS-LETTER-VALUE
              END-IF
              DIVIDE WS-WORK-NUMBER BY 97 GIVING WS-QUOTIENT
                 REMAINDER WS-REMAINDER
           END-PERFORM.

       FIND-LETTER-VALUE.
           MOVE 0 TO WS-LETTER-VALUE.
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                 UNTIL WS-LETTER-IDX > 26 OR WS-LETTER-VALUE > 0
              IF WS-ALPHABET(WS-LETTER-IDX:1) = WS-ONE-CHAR THEN
                 COMPUTE WS-LETTER-VALUE = WS-LETTER-IDX + 9
              END-IF
           END-PERFORM.
           IF WS-LETTER-VALUE = 0 THEN
              MOVE 'N' TO WS-CHARS-OK
           END-IF.

       END PROGRAM IbanCheck.
