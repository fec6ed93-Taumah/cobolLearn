      *  The cardholder's quick-cash preference, one row per card,
      *  set from the machine's own menu: the account and amount
      *  the "Retrait rapide" offer right after the PIN uses, and
      *  whether a receipt is printed for the card's withdrawals.
      *  A card with no row gets the usual menu and no receipt.
       01 QUICK-PREF-RECORD.
           03 QP-CARD-NUMBER PIC 9(4).
           03 FILLER PIC X.
      *    The customer the card belonged to when the preference
      *    was set: a card re-linked since no longer offers it.
           03 QP-CUSTOMER-ID PIC 9(4).
           03 FILLER PIC X.
           03 QP-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
      *    Whole euros, a multiple of the smallest note.
           03 QP-AMOUNT PIC 9(4).
           03 FILLER PIC X.
           03 QP-RECEIPT PIC X.
              88 QP-WANTS-RECEIPT VALUE 'O'.
              88 QP-NO-RECEIPT VALUE 'N'.
           03 FILLER PIC X.
           03 QP-UPDATED-DATE PIC 9(8).
