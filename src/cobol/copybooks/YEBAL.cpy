      *  One balance per row as the year-end close found it: every
      *  account, every loan still running and every term deposit
      *  still placed, under the year closed. What the auditors'
      *  confirmation letters quote, whatever has moved since.
       01 YEAR-END-BALANCE-RECORD.
           03 YB-KEY.
              05 YB-YEAR PIC 9(4).
              05 YB-SOURCE PIC X.
                 88 YB-IS-ACCOUNT VALUE 'C'.
                 88 YB-IS-LOAN VALUE 'P'.
                 88 YB-IS-DEPOSIT VALUE 'T'.
      *       The account's PIN and number, the loan number or the
      *       deposit number.
              05 YB-ITEM-ID PIC 9(6).
              05 YB-ACCOUNT-KEY REDEFINES YB-ITEM-ID.
                 07 YB-PIN PIC 9(4).
                 07 YB-ACCT-NO PIC 9(2).
           03 YB-CUSTOMER-ID PIC 9(4).
           03 YB-CURRENCY PIC X(3).
      *    An account may be overdrawn; a loan is what is still
      *    owed, a deposit what was placed.
           03 YB-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 YB-CLOSE-DATE PIC 9(8).
