              88 NV-EVT-ORDER-BOUNCED VALUE 'SORJ'.
      *       A card inside the renewal horizon of its expiry date.
              88 NV-EVT-CARD-EXPIRING VALUE 'CEXP'.
      *       A loan the customer stands guarantor for has just
      *       fallen behind on its instalments.
              88 NV-EVT-GUARANTEE-ARREARS VALUE 'GARR'.
      *       A variable-rate loan's coming reset: the new rate and
      *       instalment, sent before the first one is billed.
              88 NV-EVT-RATE-CHANGE VALUE 'TAUX'.
           03 FILLER PIC X.
           03 NV-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
      *    The transaction reference when one exists, zero for
      *    events (card expiry) nothing was posted for; the loan
      *    number on a guarantor's notice.
           03 NV-REF PIC 9(8).
           03 FILLER PIC X.
      *    Stamped by NotifyCustomer at the moment of the event,
           03 FILLER PIC X.
      *    Free-form detail the formatter appends to the wording:
      *    the skip reason of a bounced order, the card number of
      *    an expiring card, the new rate and its date on a reset.
           03 NV-DETAIL PIC X(20).
