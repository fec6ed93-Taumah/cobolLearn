      *  One row per card in the loyalty programme: the points it
      *  holds today and the running totals the monthly expiry
      *  works from. Points are used oldest first, so whatever was
      *  earned before the expiry cut-off and is not yet covered
      *  by LB-USED-TOTAL is what lapses.
       01 LOYALTY-BALANCE-RECORD.
           03 LB-CARD-NUMBER PIC 9(4).
           03 LB-CUSTOMER-ID PIC 9(4).
           03 LB-BALANCE PIC 9(7).
           03 LB-EARNED-TOTAL PIC 9(9).
      *    Redeemed and expired together.
           03 LB-USED-TOTAL PIC 9(9).
           03 LB-OPENED-DATE PIC 9(8).
           03 LB-LAST-EARN-DATE PIC 9(8).
