      *  One fixing of a reference index per row, as the market
      *  publishes it: the index, the day the fixing takes effect,
      *  and its annual rate from then on. Fixings accumulate;
      *  readers take the newest one not after the day they are
      *  pricing for.
       01 REFERENCE-INDEX-RECORD.
           03 IX-KEY.
      *       EUR3M for three-month Euribor, the only index the
      *       variable-rate loans are written on today.
              05 IX-CODE PIC X(8).
                 88 IX-IS-KNOWN-CODE VALUE "EUR3M".
              05 IX-EFFECTIVE-DATE PIC 9(8).
      *    Annual percentage to three decimals, as published; it
      *    has been below zero and may be again.
           03 IX-RATE-PCT PIC S9(2)V999 SIGN LEADING SEPARATE.
