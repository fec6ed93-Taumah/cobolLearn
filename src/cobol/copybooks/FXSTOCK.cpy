      *  Foreign banknotes held per branch and currency, in units
      *  of that currency. The opening is the stock as at the last
      *  end-of-day position; the day's deals move the holding and
      *  the position proves one against the other.
       01 FX-STOCK-RECORD.
           03 FS-KEY.
              05 FS-BRANCH PIC X(2).
              05 FS-CURRENCY PIC X(3).
           03 FS-HELD PIC 9(9).
           03 FS-OPENING PIC 9(9).
           03 FS-POSITION-DATE PIC 9(8).
