      *  The cardholder's own controls on one card, set at the
      *  machine or by a teller: whether the card may be used at
      *  other banks' machines and abroad at all, and the trip the
      *  cardholder told us about. A card with no row has every use
      *  allowed and no trip declared.
       01 CARD-CONTROL-RECORD.
           03 CC-CARD-NUMBER PIC 9(4).
           03 CC-OTHER-BANKS PIC X.
              88 CC-OTHER-BANKS-ALLOWED VALUE 'O' ' '.
              88 CC-OTHER-BANKS-BLOCKED VALUE 'N'.
           03 CC-FOREIGN-USE PIC X.
              88 CC-FOREIGN-ALLOWED VALUE 'O' ' '.
              88 CC-FOREIGN-BLOCKED VALUE 'N'.
      *    The travel notice: first and last day away, both zero
      *    when none is declared, and up to three ISO country codes
      *    (a blank code is an unused slot). Inside its dates the
      *    notice opens its countries even when foreign use is
      *    otherwise blocked.
           03 CC-TRAVEL-FROM PIC 9(8).
           03 CC-TRAVEL-TO PIC 9(8).
           03 CC-TRAVEL-COUNTRY PIC X(2) OCCURS 3 TIMES.
           03 CC-UPDATED-DATE PIC 9(8).
      *    Zero when the cardholder set it at the machine.
           03 CC-UPDATED-BY PIC 9(6).
