      *  The loyalty programme's earn rates, one row per product
      *  code (the letter RCD-ACCT-TYPE carries) with a '*' row
      *  for every product that has none of its own: points per
      *  euro on each kind of qualifying spend, and the extra a
      *  premier-tier customer earns on top, in percent.
       01 LOYALTY-RATE-RECORD.
           03 LR-PRODUCT PIC X.
           03 LR-CARD-RATE PIC 9(2)V99.
           03 LR-BILL-RATE PIC 9(2)V99.
           03 LR-TOPUP-RATE PIC 9(2)V99.
           03 LR-PREMIER-BOOST PIC 9(3).
           03 LR-UPDATED-DATE PIC 9(8).
           03 LR-UPDATED-BY PIC 9(6).
