      *  One security per row, several per loan: a term deposit or
      *  a savings balance pledged to us, or a customer standing
      *  guarantor for the borrower. Taken at booking, valued, and
      *  released when the loan is repaid; a pledged balance stays
      *  out of the customer's reach until then.
       01 COLLATERAL-RECORD.
           03 CL-KEY.
              05 CL-LOAN-ID PIC 9(6).
              05 CL-SEQ PIC 9(2).
           03 CL-TYPE PIC X.
              88 CL-IS-TERM-DEPOSIT VALUE 'T'.
              88 CL-IS-SAVINGS VALUE 'S'.
              88 CL-IS-GUARANTOR VALUE 'G'.
      *    The pledged account, or the account a pledged deposit
      *    pays back into; zero for a guarantor.
           03 CL-ACCOUNT-KEY.
              05 CL-PIN PIC 9(4).
              05 CL-ACCT-NO PIC 9(2).
           03 CL-TD-ID PIC 9(6).
           03 CL-GUARANTOR-ID PIC 9(4).
      *    Deposit principal, amount of the balance pledged, or
      *    amount the guarantor answers for.
           03 CL-VALUATION PIC 9(7)V99.
           03 CL-VALUATION-DATE PIC 9(8).
           03 CL-STATUS PIC X.
              88 CL-IS-ACTIVE VALUE 'A'.
              88 CL-IS-RELEASED VALUE 'R'.
           03 CL-PLEDGE-DATE PIC 9(8).
           03 CL-RELEASE-DATE PIC 9(8).
      *    The last time a guarantor was told the loan fell
      *    behind; zero if never.
           03 CL-NOTIFIED-DATE PIC 9(8).
