      *  One bank identity per account: the French RIB the customer
      *  hands an employer or a creditor (bank code, branch code,
      *  account number, RIB key) and the IBAN built from it.
      *  RCD-KEY stays our own key; this is the number the outside
      *  world knows the account by, fixed at opening and kept even
      *  if the account later moves branch. The IBAN is a second
      *  key so an incoming payment finds its account in one read.
       01 ACCOUNT-IDENTIFIER-RECORD.
           03 AI-KEY.
              05 AI-PIN PIC 9(4).
              05 AI-ACCT-NO PIC 9(2).
           03 AI-RIB.
              05 AI-BANK-CODE PIC 9(5).
              05 AI-BRANCH-CODE PIC 9(5).
              05 AI-ACCOUNT-NUMBER PIC X(11).
              05 AI-RIB-KEY PIC 9(2).
      *    Left-justified, space-padded to the longest IBAN any
      *    country issues; ours use the first 27 positions.
           03 AI-IBAN PIC X(34).
           03 AI-ISSUED-DATE PIC 9(8).
