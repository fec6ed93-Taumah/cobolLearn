      *  The variable-rate terms of one loan, for the loans written
      *  on a reference index rather than a fixed rate: the loan's
      *  rate is the index plus the contractual margin, held
      *  between the floor and the cap, and reset every so many
      *  months. Written at opening; moved on by the repricing run.
       01 LOAN-VARIABLE-RECORD.
           03 LV-LOAN-ID PIC 9(6).
           03 LV-INDEX-CODE PIC X(8).
      *    Annual percentages, like LN-ANNUAL-RATE-PCT.
           03 LV-MARGIN-PCT PIC 9(2)V99.
           03 LV-FLOOR-PCT PIC 9(2)V99.
           03 LV-CAP-PCT PIC 9(2)V99.
           03 LV-FREQUENCY-MONTHS PIC 9(2).
           03 LV-NEXT-REPRICE-DATE PIC 9(8).
      *    The last reset applied, and the index fixing it used.
           03 LV-LAST-REPRICE-DATE PIC 9(8).
           03 LV-LAST-INDEX-PCT PIC S9(2)V999 SIGN LEADING SEPARATE.
      *    The rate announced to the borrower for the coming reset,
      *    and when; a zero notice date means none is pending.
           03 LV-PENDING-RATE-PCT PIC 9(2)V99.
           03 LV-PENDING-INDEX-PCT PIC S9(2)V999
              SIGN LEADING SEPARATE.
           03 LV-NOTICE-DATE PIC 9(8).
