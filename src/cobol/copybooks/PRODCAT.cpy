           03 PC-NAME PIC X(20).
           03 PC-INTEREST-RATE PIC 9V9(4).
           03 PC-MAX-DEPOSIT PIC 9(4)V99.
           03 PC-MAX-BALANCE PIC 9(7)V99.
           03 PC-DAILY-WDRAW-LIMIT PIC 9(5)V99.
      *    The nightly rate charged on a negative balance carried
      *    under an authorized overdraft line; zero on products
