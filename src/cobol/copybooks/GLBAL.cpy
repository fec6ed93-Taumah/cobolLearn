      *  One balance-sheet account's balance at the end of the
      *  period last closed: every posting up to and including the
      *  period, netted on the account's natural side.
       01 GL-BALANCE-RECORD.
           03 GB-PERIOD PIC 9(6).
           03 FILLER PIC X.
           03 GB-ACCOUNT PIC 9(6).
           03 FILLER PIC X.
      *    D for a debit balance (assets), C for a credit one.
           03 GB-SIDE PIC X.
           03 FILLER PIC X.
           03 GB-BALANCE PIC 9(11)V99.
