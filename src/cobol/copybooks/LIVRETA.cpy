      *  One row per Livret A, kept by the fortnightly interest run:
      *  where the account stands in the quinzaine calendar and
      *  what it has earned so far this year. A deposit earns from
      *  the 1st or 16th that follows it; a withdrawal stops
      *  earning from the 1st or 16th before it.
       01 LIVRET-A-RECORD.
           03 LQ-KEY.
              05 LQ-PIN PIC 9(4).
              05 LQ-ACCT-NO PIC 9(2).
           03 LQ-OPENED-DATE PIC 9(8).
      *    The last day of the last fortnight whose interest has
      *    been worked out (the 15th or the month end).
           03 LQ-LAST-FORTNIGHT-END PIC 9(8).
      *    The balance that earns in the next fortnight, before
      *    any of that fortnight's withdrawals are taken off it.
           03 LQ-EARNING-BALANCE PIC S9(7)V99.
      *    The balance the account stood at when the last
      *    fortnight closed, carried forward when the next one
      *    sees no movement.
           03 LQ-CLOSING-BALANCE PIC S9(7)V99.
      *    Earned fortnight by fortnight, paid onto the balance
      *    once a year on 31 December, free of tax.
           03 LQ-YEAR-INTEREST PIC 9(7)V99.
           03 LQ-INTEREST-YEAR PIC 9(4).
           03 LQ-STATUS PIC X.
              88 LQ-IS-OPEN VALUE 'O'.
              88 LQ-IS-CLOSED VALUE 'C'.
