      *  One overnight exception on the back office's morning
      *  worklist, whichever file it was rejected into: where it
      *  came from, whose account, how much, how many business
      *  days it has been waiting, and who owns it. Open items
      *  carry from one morning to the next until closed.
       01 EXCEPTION-ITEM-RECORD.
           03 EX-ID PIC 9(6).
      *    The source file and the item's own reference within it,
      *    so the same reject read again is not listed twice.
           03 EX-SOURCE-KEY.
              05 EX-SOURCE PIC X(8).
                 88 EX-FROM-BULK-CREDITS VALUE "VIREMASS".
                 88 EX-FROM-DIRECT-DEBITS VALUE "PRELEVMT".
                 88 EX-FROM-UNPAID-CHEQUES VALUE "IMPAYES".
                 88 EX-FROM-SETTLEMENT VALUE "REGLEMNT".
                 88 EX-FROM-SUBLEDGER-PROOF VALUE "PREUVE".
                 88 EX-FROM-PRESENTMENTS VALUE "PRESENTM".
                 88 EX-FROM-TRANSFER-RETURNS VALUE "RETOURVI".
                 88 EX-FROM-LATE-GL VALUE "GLTARDIF".
                 88 EX-FROM-SANCTIONS VALUE "SANCTION".
                 88 EX-FROM-CASH-IN-TRANSIT VALUE "FONDSCIT".
                 88 EX-FROM-DEATH-REGISTER VALUE "DECES".
              05 EX-REF PIC X(24).
      *    Zero where the item is not a customer's (a ledger break,
      *    an incoming IBAN that is not ours).
           03 EX-CUSTOMER-ID PIC 9(4).
           03 EX-ACCT-NO PIC 9(2).
           03 EX-AMOUNT PIC 9(11)V99.
           03 EX-DETAIL PIC X(40).
           03 EX-FIRST-SEEN-DATE PIC 9(8).
      *    Counted in business days: one more each morning the item
      *    is still open.
           03 EX-AGE-DAYS PIC 9(4).
           03 EX-LAST-AGED-DATE PIC 9(8).
      *    1 = today; 3 = when the team can. The source sets the
      *    starting priority, and age raises it.
           03 EX-BASE-PRIORITY PIC 9.
           03 EX-PRIORITY PIC 9.
           03 EX-TEAM PIC X(12).
           03 EX-ASSIGNED-TO PIC 9(6).
           03 EX-ASSIGNED-DATE PIC 9(8).
           03 EX-CLOSED-BY PIC 9(6).
           03 EX-CLOSED-DATE PIC 9(8).
           03 EX-STATUS PIC X.
              88 EX-IS-OPEN VALUE 'O'.
              88 EX-IS-CLOSED VALUE 'C'.
