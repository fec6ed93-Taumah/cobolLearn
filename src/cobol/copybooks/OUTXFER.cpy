           03 OX-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
      *    The destination institution and account on the network,
      *    as keyed from the payee's details; only rows queued
      *    before payments travelled by IBAN carry them.
           03 OX-DEST-BANK PIC X(6).
           03 FILLER PIC X.
           03 OX-DEST-ACCT PIC X(10).
           03 OX-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 OX-DATE PIC 9(8).
           03 FILLER PIC X.
      *    The payee's IBAN as keyed and checked, and the IBAN of
      *    the account debited, both carried to the network file.
           03 OX-DEST-IBAN PIC X(34).
           03 FILLER PIC X.
           03 OX-ORIG-IBAN PIC X(34).
