      *  Where each loan stands with the Banque de France incident
      *  file (FICP): the prior notice the borrower must receive,
      *  the declaration once the notice period has run, and the
      *  removal once the incident is regularized or the loan is
      *  settled. One row per loan, reused if a later incident
      *  starts the cycle again.
       01 FICP-DECLARATION-RECORD.
           03 FI-LOAN-ID PIC 9(6).
           03 FI-PIN PIC 9(4).
           03 FI-STATUS PIC X.
      *       Prior notice sent, declaration pending.
              88 FI-IS-NOTIFIED VALUE 'N'.
              88 FI-IS-DECLARED VALUE 'D'.
              88 FI-IS-REMOVED VALUE 'R'.
      *       Regularized before the notice period ran out:
      *       nothing was ever declared.
              88 FI-IS-LAPSED VALUE 'X'.
      *    The arrears position the cycle is about, by its first
      *    missed date: a fresh miss after a catch-up is a new
      *    incident, not the one on file.
           03 FI-FIRST-MISSED-DATE PIC 9(8).
           03 FI-NOTICE-DATE PIC 9(8).
           03 FI-DECLARED-DATE PIC 9(8).
           03 FI-DECLARED-AMOUNT PIC 9(7)V99.
           03 FI-REMOVED-DATE PIC 9(8).
