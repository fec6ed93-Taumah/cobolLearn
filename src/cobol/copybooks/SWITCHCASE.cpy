      *  One row per customer moving their banking to us under the
      *  switching service: the new account here, the account left
      *  at the other bank, and the statutory clock — our request
      *  to the old bank within two working days of the signed
      *  mandate, their list within five working days of it, the
      *  orders and mandates set up and the payers told within
      *  five working days of the list — through to the closure
      *  of the old account on the date the customer chose.
       01 SWITCH-CASE-RECORD.
           03 SW-ID PIC 9(6).
           03 SW-CM-ID PIC 9(4).
      *    The account the payments move onto, and its IBAN as
      *    given to the creditors and payers.
           03 SW-PIN PIC 9(4).
           03 SW-ACCT-NO PIC 9(2).
           03 SW-NEW-IBAN PIC X(34).
           03 SW-OLD-BANK PIC X(6).
           03 SW-OLD-IBAN PIC X(34).
           03 SW-SIGNED-DATE PIC 9(8).
           03 SW-REQUEST-DUE-DATE PIC 9(8).
           03 SW-REQUEST-DATE PIC 9(8).
           03 SW-LIST-DUE-DATE PIC 9(8).
           03 SW-LIST-DATE PIC 9(8).
           03 SW-SETUP-DUE-DATE PIC 9(8).
           03 SW-SETUP-DATE PIC 9(8).
      *    The day the customer asked for the old account to be
      *    closed, zero when they keep it open; and the day the
      *    old bank confirmed the closure.
           03 SW-CLOSE-DATE PIC 9(8).
           03 SW-CLOSED-DATE PIC 9(8).
           03 SW-ORDER-COUNT PIC 9(3).
           03 SW-MANDATE-COUNT PIC 9(3).
           03 SW-LETTER-COUNT PIC 9(3).
           03 SW-OPENED-BY PIC 9(6).
      *    Signed, requested from the old bank, set up here, then
      *    closed — or abandoned at the customer's wish.
           03 SW-STATUS PIC X.
              88 SW-IS-SIGNED VALUE 'S'.
              88 SW-IS-REQUESTED VALUE 'D'.
              88 SW-IS-SET-UP VALUE 'R'.
              88 SW-IS-CLOSED VALUE 'C'.
              88 SW-IS-ABANDONED VALUE 'A'.
              88 SW-IS-OPEN VALUE 'S' 'D' 'R'.
