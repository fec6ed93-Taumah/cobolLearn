      *  The proposed parameter set a projection run prices the
      *  accounts against: one row per product management means to
      *  change, holding the product's whole interest and fee design
      *  as it would stand. A product without a row keeps its live
      *  parameters on the proposed side too. Nothing here is ever
      *  read by a live run.
       01 WHAT-IF-RECORD.
           03 WI-PRODUCT-CODE PIC X.
           03 WI-INTEREST-RATE PIC 9V9(4).
           03 WI-OVERDRAFT-RATE PIC 9V9(4).
           03 WI-MAX-BALANCE PIC 9(7)V99.
      *    The proposed bands in order, priced as rateband.dat rows
      *    are: a zero ceiling takes everything above the band
      *    before it. No band at all prices the product flat at
      *    WI-INTEREST-RATE.
           03 WI-BAND-COUNT PIC 9.
           03 WI-BAND OCCURS 9 TIMES.
              05 WI-BAND-UPPER-LIMIT PIC 9(7)V99.
              05 WI-BAND-RATE PIC 9V9(4).
      *    The proposed monthly tariff, as in PRODUCT-TERMS-RECORD.
           03 WI-SERVICING-FEE PIC 9(2)V99.
           03 WI-EXCESS-RETR-FEE PIC 9(2)V99.
           03 WI-FREE-RETR-PER-MONTH PIC 9(2).
           03 WI-PREPARED-BY PIC 9(6).
           03 WI-PREPARED-DATE PIC 9(8).
