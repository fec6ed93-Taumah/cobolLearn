      *  One item parked on the suspense account (GL 999900), with
      *  where it came from, so the suspense balance can be broken
      *  down and worked off item by item. Written by
      *  RecordSuspenseItem as the item enters suspense; cleared
      *  from the suspense desk to the account it belonged in.
       01 SUSPENSE-ITEM-RECORD.
      *    A system-wide reference from NextTransactionRef.
           03 SU-ID PIC 9(8).
      *    The program that put it there.
           03 SU-ORIGIN PIC X(20).
      *    The reference the origin knew it by: the log row's
      *    reference for the ledger batch, the network's for a
      *    returned payment.
           03 SU-REF PIC X(16).
           03 SU-TYPE PIC X(4).
      *    The side suspense took the item on: D in place of the
      *    account that should have been debited, C in place of
      *    the one that should have been credited.
           03 SU-SIDE PIC X.
              88 SU-IS-DEBIT VALUE 'D'.
              88 SU-IS-CREDIT VALUE 'C'.
      *    Zero when the origin could not tell the amount (a
      *    returned payment whose reference we do not know).
           03 SU-AMOUNT PIC 9(9)V99.
           03 SU-DATE PIC 9(8).
           03 SU-BRANCH PIC X(2).
           03 SU-DETAIL PIC X(30).
           03 SU-STATUS PIC X.
              88 SU-IS-OPEN VALUE 'O'.
              88 SU-IS-CLEARED VALUE 'C'.
      *    Who cleared it, when, and to which account.
           03 SU-CLEARED-BY PIC 9(6).
           03 SU-CLEARED-DATE PIC 9(8).
           03 SU-CLEARED-ACCOUNT PIC 9(6).
