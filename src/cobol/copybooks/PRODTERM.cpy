      *  One dated version of a product's terms: the rates, limits
      *  and tariff that apply to every holder of the product from
      *  PT-EFFECTIVE-DATE until the next version takes over.
      *  Readers take the newest announced version not after the
      *  business date; a product with no version in force keeps
      *  the catalog row and the compiled tariff.
       01 PRODUCT-TERMS-RECORD.
           03 PT-KEY.
              05 PT-CODE PIC X.
              05 PT-EFFECTIVE-DATE PIC 9(8).
           03 PT-INTEREST-RATE PIC 9V9(4).
           03 PT-MAX-DEPOSIT PIC 9(4)V99.
           03 PT-MAX-BALANCE PIC 9(7)V99.
           03 PT-DAILY-WDRAW-LIMIT PIC 9(5)V99.
           03 PT-OVERDRAFT-RATE PIC 9V9(4).
      *    The monthly tariff: a flat servicing fee, and a fee per
      *    withdrawal beyond the free allowance.
           03 PT-SERVICING-FEE PIC 9(2)V99.
           03 PT-EXCESS-RETR-FEE PIC 9(2)V99.
           03 PT-FREE-RETR-PER-MONTH PIC 9(2).
      *    The night the notice letters went to the holders; a
      *    version nobody has been told about never comes in force.
           03 PT-ANNOUNCED-DATE PIC 9(8).
           03 PT-NOTICE-STATUS PIC X.
              88 PT-NOT-YET-ANNOUNCED VALUE 'N'.
              88 PT-IS-ANNOUNCED VALUE 'A'.
