      *  The borrower insurance (death/disability) carried by one
      *  loan: the insurer, the premium rate, and the share of the
      *  outstanding each insured borrower's cover answers for.
      *  The premium is collected with each instalment and owed
      *  to the insurer until the monthly remittance; a death
      *  opens a claim, and the insurer's settlement pays down
      *  the loan instead of the heirs' funds.
       01 LOAN-INSURANCE-RECORD.
           03 BI-LOAN-ID PIC 9(6).
      *    The insurer is paid like a biller: its code on the
      *    biller master carries its name and settlement account.
           03 BI-INSURER-CODE PIC X(4).
      *    Annual rate on the initial capital, per 100 % of cover.
           03 BI-PREMIUM-RATE-PCT PIC 9V9(3).
           03 BI-MONTHLY-PREMIUM PIC 9(5)V99.
      *    The borrower first, an optional co-borrower second
      *    (zero id when none); each covered up to 100 %.
           03 BI-INSURED OCCURS 2 TIMES.
              05 BI-INSURED-ID PIC 9(4).
              05 BI-COVER-PCT PIC 9(3).
           03 BI-START-DATE PIC 9(8).
           03 BI-STATUS PIC X.
              88 BI-IS-ACTIVE VALUE 'A'.
      *       Claim open: the loan is not billed until the insurer
      *       has settled.
              88 BI-HAS-CLAIM VALUE 'C'.
              88 BI-IS-ENDED VALUE 'E'.
      *    The claim: whose death, when notified, and the share of
      *    the outstanding the cover answers for.
           03 BI-CLAIM-INSURED-ID PIC 9(4).
           03 BI-CLAIM-DATE PIC 9(8).
           03 BI-CLAIM-AMOUNT PIC 9(7)V99.
           03 BI-SETTLED-DATE PIC 9(8).
           03 BI-SETTLED-AMOUNT PIC 9(7)V99.
