      *       the key unique.
              05 TH-SEQ PIC 9(3).
           03 TH-TYPE PIC X(4).
           03 TH-AMOUNT PIC 9(7)V99.
      *    Signed like the log balance it is copied from: the
      *    passbook and statement lines print the minus.
           03 TH-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 TH-REF PIC 9(8).
           03 TH-CARD PIC 9(4).
           03 TH-TERMINAL PIC X(4).
           03 TH-BRANCH PIC X(2).
      *    Copied from the log row by the rollover; the booking
      *    date when the log row carried none.
           03 TH-VALUE-DATE PIC 9(8).
