      *  One usury ceiling per row, as the Banque de France
      *  publishes them each quarter: the credit category, the day
      *  the ceiling takes effect, and the highest annual rate that
      *  may be charged in that category from then on. Quarters
      *  accumulate; readers take the newest one not after the day
      *  they are checking for.
       01 USURY-RATE-RECORD.
           03 UR-KEY.
      *       P1 consumer credit up to 3 000, P2 above 3 000 and up
      *       to 6 000, P3 above 6 000, DC arranged overdrafts.
              05 UR-CATEGORY PIC X(2).
                 88 UR-IS-KNOWN-CATEGORY VALUE 'P1' 'P2' 'P3' 'DC'.
              05 UR-EFFECTIVE-DATE PIC 9(8).
      *    Annual percentage, like LN-ANNUAL-RATE-PCT.
           03 UR-CEILING-PCT PIC 9(2)V99.
