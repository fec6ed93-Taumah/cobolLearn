      *  One rental contract per box let: the holder (and a joint
      *  holder if any) from the customer master, the account the
      *  rent is taken from, and where the rent stands. Kept after
      *  the contract ends so past access can still be traced.
       01 SAFE-RENTAL-RECORD.
           03 SR-CONTRACT-ID PIC 9(6).
           03 SR-BOX-KEY.
              05 SR-BRANCH PIC X(2).
              05 SR-BOX-NUMBER PIC 9(4).
           03 SR-HOLDER-ID PIC 9(4).
      *    Zero when the box is rented in one name only.
           03 SR-CO-HOLDER-ID PIC 9(4).
           03 SR-DEBIT-ACCOUNT.
              05 SR-PIN PIC 9(4).
              05 SR-ACCT-NO PIC 9(2).
           03 SR-START-DATE PIC 9(8).
           03 SR-END-DATE PIC 9(8).
      *    The next anniversary on which a year's rent falls due,
      *    the last rent charged and what is still unpaid.
           03 SR-NEXT-DUE-DATE PIC 9(8).
           03 SR-LAST-RENT PIC 9(5)V99.
           03 SR-ARREARS PIC 9(5)V99.
      *    Dunning: 0 paid up, 1 reminder sent, 2 formal notice
      *    sent, 3 forced opening scheduled for SR-FORCED-OPEN-DATE.
           03 SR-DUNNING-LEVEL PIC 9.
              88 SR-NOT-DUNNED VALUE 0.
              88 SR-REMINDED VALUE 1.
              88 SR-NOTICE-SENT VALUE 2.
              88 SR-FORCED-OPEN-SCHEDULED VALUE 3.
           03 SR-LAST-DUNNING-DATE PIC 9(8).
           03 SR-FORCED-OPEN-DATE PIC 9(8).
           03 SR-STATUS PIC X.
              88 SR-IS-ACTIVE VALUE 'A'.
              88 SR-IS-SEALED VALUE 'S'.
              88 SR-IS-TERMINATED VALUE 'T'.
              88 SR-IS-FORCE-OPENED VALUE 'F'.
           03 SR-SEALED-DATE PIC 9(8).
           03 SR-OPENED-BY PIC 9(6).
           03 SR-CLOSED-BY PIC 9(6).
