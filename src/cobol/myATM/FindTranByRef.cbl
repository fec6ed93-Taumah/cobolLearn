       01 PIN-OUT PIC 9(4).
       01 ACCT-NO-OUT PIC 9(2).
       01 TYPE-OUT PIC X(4).
       01 AMOUNT-OUT PIC 9(7)V99.
       01 DATE-OUT PIC 9(8).
       01 CARD-OUT PIC 9(4).
      *    0 = found in the live log; 1 = found in the keyed
