           03 RCD-LAST-NAME PIC X(20).
           03 FILLER PIC X.
      *    Packed decimal: demo.dat holds thousands of these rows and
      *    COMP-3 keeps each one four bytes slimmer than zoned DISPLAY.
      *    Signed since arranged overdrafts exist: a current account
      *    with an authorized line may run negative down to the limit
      *    in the overdraft register (same packed width either way).
           03 RCD-AMMOUNT PIC S9(7)V99 COMP-3.
           03 FILLER PIC X.
           03 RCD-STATUS PIC X.
              88 RCD-ACTIVE VALUE 'A'.
           03 RCD-ACCT-TYPE PIC X.
              88 RCD-ACCT-COURANT VALUE 'C'.
              88 RCD-ACCT-EPARGNE VALUE 'E'.
      *       The State-regulated passbook: one per person, a legal
      *       deposit ceiling, interest by fortnight at the
      *       published rate rather than by night.
              88 RCD-ACCT-LIVRET-A VALUE 'L'.
