      *  One telephone-banking access code per customer, separate
      *  from any card PIN: held as the PinTranslate digest, the
      *  customer id standing in for the card number, so the clear
      *  code never sits on disk. Locked after the same number of
      *  wrong codes as a card; a teller unlocks by issuing a new
      *  code.
       01 PHONE-ACCESS-RECORD.
           03 PA-CM-ID PIC 9(4).
           03 PA-CODE-DIGEST PIC 9(4).
           03 PA-TRIES-LEFT PIC 9.
           03 PA-STATUS PIC X.
              88 PA-IS-ACTIVE VALUE 'A'.
              88 PA-IS-LOCKED VALUE 'L'.
              88 PA-IS-REVOKED VALUE 'R'.
           03 PA-SET-DATE PIC 9(8).
           03 PA-SET-BY PIC 9(6).
           03 PA-LAST-CALL PIC 9(14).
