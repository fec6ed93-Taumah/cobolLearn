      *  One row per customer whose post came back from La Poste
      *  marked "n'habite pas a l'adresse indiquee" (NPAI): the
      *  address that no longer reaches them, kept as it stood so
      *  the desk can tell a genuinely new address from the same
      *  dead one keyed again. While the row is undeliverable,
      *  nothing is mailed to the customer; it is held instead.
       01 RETURNED-MAIL-RECORD.
           03 NP-CM-ID PIC 9(4).
           03 NP-FIRST-RETURN-DATE PIC 9(8).
           03 NP-LAST-RETURN-DATE PIC 9(8).
           03 NP-RETURN-COUNT PIC 9(3).
      *    What came back last: a statement, a letter, a card.
           03 NP-RETURNED-ITEM PIC X(30).
           03 NP-FLAGGED-BY PIC 9(6).
           03 NP-DEAD-ADDRESS.
              05 NP-ADDRESS-LINE PIC X(30).
              05 NP-POSTAL-CODE PIC X(5).
              05 NP-CITY PIC X(20).
           03 NP-STATUS PIC X.
              88 NP-IS-UNDELIVERABLE VALUE 'U'.
              88 NP-IS-CLEARED VALUE 'C'.
      *    The day a new address was keyed for the customer.
           03 NP-CLEARED-DATE PIC 9(8).
