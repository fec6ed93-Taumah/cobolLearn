      *  One line per customer told of a change to the terms of a
      *  product they hold: which version, when the letter went,
      *  and whether it was printed or held for a returned-mail
      *  address. Proof that the notice period was given.
       01 PRODUCT-NOTICE-RECORD.
           03 PN-NOTICE-DATE PIC 9(8).
           03 FILLER PIC X.
           03 PN-CODE PIC X.
           03 FILLER PIC X.
           03 PN-EFFECTIVE-DATE PIC 9(8).
           03 FILLER PIC X.
           03 PN-CUSTOMER-ID PIC 9(4).
           03 FILLER PIC X.
      *    The first account of the product the customer holds.
           03 PN-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 PN-MAIL-RESULT PIC X.
              88 PN-MAILED VALUE 'M'.
              88 PN-HELD VALUE 'H'.
           03 FILLER PIC X.
           03 PN-HOLD-ID PIC 9(6).
