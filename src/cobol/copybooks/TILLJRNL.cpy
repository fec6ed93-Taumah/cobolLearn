      *  One row per movement of a counter till: its opening float,
      *  each cash deposit and withdrawal with the reference it was
      *  posted under, and the end-of-shift count. It is what ties
      *  a counter posting on the transaction log to the teller
      *  whose till it went through.
       01 TILL-JOURNAL-RECORD.
           03 TJ-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 TJ-OPERATOR-ID PIC 9(6).
           03 FILLER PIC X.
           03 TJ-BRANCH PIC X(2).
           03 FILLER PIC X.
      *    OUVR opened, DEPO cash in, RETR cash out, FERM closed.
           03 TJ-TYPE PIC X(4).
           03 FILLER PIC X.
           03 TJ-PIN PIC 9(4).
           03 FILLER PIC X.
           03 TJ-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 TJ-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X.
           03 TJ-REF PIC 9(8).
