           03 FZ-EFFECTIVE-DATE PIC 9(8).
      *    Zero means no expiry: held until explicitly released.
           03 FZ-EXPIRY-DATE PIC 9(8).
           03 FZ-HELD-AMOUNT PIC 9(7)V99.
           03 FZ-STATUS PIC X.
              88 FZ-IS-ACTIVE VALUE 'A'.
              88 FZ-IS-RELEASED VALUE 'R'.
