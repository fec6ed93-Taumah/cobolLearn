      *    Signed: a crash backed out over an overdrawn account
      *    must restore the negative before-image, not its
      *    absolute value.
           03 IJ-BALANCE-1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X.
           03 IJ-PIN-2 PIC 9(4).
           03 IJ-ACCT-NO-2 PIC 9(2).
           03 IJ-BALANCE-2 PIC S9(7)V99 SIGN LEADING SEPARATE.
