      *  Every points movement on a card, in the order it
      *  happened: earned on a qualifying transaction, used for a
      *  credit to an account, or lapsed at the monthly expiry.
       01 LOYALTY-LEDGER-RECORD.
           03 LL-CARD-NUMBER PIC 9(4).
           03 FILLER PIC X.
           03 LL-DATE PIC 9(8).
           03 FILLER PIC X.
           03 LL-TYPE PIC X(4).
              88 LL-IS-EARN VALUE 'GAIN'.
              88 LL-IS-REDEEM VALUE 'UTIL'.
              88 LL-IS-EXPIRY VALUE 'EXPI'.
           03 FILLER PIC X.
      *    What earned the points (the TL-TYPE of the spend:
      *    PRES, FACT, TOPU) or where they were used (DAB at the
      *    machine, GUIC at the counter); EXPI for a lapse.
           03 LL-SOURCE PIC X(4).
           03 FILLER PIC X.
           03 LL-POINTS PIC 9(7).
           03 FILLER PIC X.
      *    The spend that earned the points, or the euros credited
      *    for them.
           03 LL-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X.
           03 LL-REF PIC 9(8).
           03 FILLER PIC X.
           03 LL-BALANCE PIC 9(7).
           03 FILLER PIC X.
           03 LL-OPERATOR PIC 9(6).
