              88 SO-IS-ACTIVE VALUE 'A'.
              88 SO-IS-CANCELLED VALUE 'C'.
              88 SO-IS-EXECUTED VALUE 'E'.
           03 FILLER PIC X.
      *    Blank for a transfer to another account on our books;
      *    for a payee at another bank, the payee's IBAN (the
      *    destination PIN and account then stay zero) and the
      *    order is paid out through the outward interbank queue.
           03 SO-DEST-IBAN PIC X(34).
