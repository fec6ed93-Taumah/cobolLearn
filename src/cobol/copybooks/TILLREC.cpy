      *  One counter till per teller per business day: the float
      *  drawn from the branch vault to open it, the cash paid in
      *  and paid out over the counter since, and at end of shift
      *  what the teller counted, note by note, against what the
      *  till should hold. The difference is posted to the ledger
      *  and the counted cash goes back to the vault.
       01 TELLER-TILL-RECORD.
           03 TT-KEY.
              05 TT-OPERATOR-ID PIC 9(6).
              05 TT-DATE PIC 9(8).
           03 TT-BRANCH PIC X(2).
           03 TT-STATUS PIC X.
              88 TT-IS-OPEN VALUE 'O'.
              88 TT-IS-CLOSED VALUE 'C'.
           03 TT-OPENED-AT PIC 9(14).
           03 TT-FLOAT PIC 9(7)V99.
           03 TT-CASH-IN PIC 9(9)V99.
           03 TT-CASH-OUT PIC 9(9)V99.
           03 TT-DEPOSIT-COUNT PIC 9(5).
           03 TT-WITHDRAWAL-COUNT PIC 9(5).
      *    The end-of-shift count: notes of 500, 200, 100, 50, 20,
      *    10 and 5, then the coins by value.
           03 TT-DECLARED-NOTES PIC 9(5) OCCURS 7 TIMES.
           03 TT-DECLARED-COINS PIC 9(5)V99.
           03 TT-DECLARED PIC 9(9)V99.
      *    Counted less expected: above zero the till is over,
      *    below zero it is short.
           03 TT-DIFFERENCE PIC S9(7)V99.
           03 TT-DIFFERENCE-REF PIC 9(8).
           03 TT-CLOSED-AT PIC 9(14).
