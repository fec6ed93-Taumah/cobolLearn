      *  The terms the State sets for a regulated savings product,
      *  one row per change as the Journal officiel publishes them:
      *  the annual rate (reviewed each February and August, or
      *  exceptionally in between) and the legal deposit ceiling.
      *  Rows accumulate; readers take the newest one not after
      *  the day they are checking for.
       01 REGULATED-TERMS-RECORD.
           03 RS-KEY.
      *       The product letter RCD-ACCT-TYPE carries.
              05 RS-PRODUCT PIC X.
                 88 RS-IS-KNOWN-PRODUCT VALUE 'L'.
      *       Always a fortnight boundary, the 1st or the 16th.
              05 RS-EFFECTIVE-DATE PIC 9(8).
      *    Annual percentage, like UR-CEILING-PCT.
           03 RS-RATE-PCT PIC 9(2)V99.
      *    What the holder may pay in; interest capitalized on top
      *    may carry the balance beyond it.
           03 RS-CEILING PIC 9(7)V99.
