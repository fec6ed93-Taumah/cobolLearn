      *  One row per loan put forward for write-off: proposed by
      *  the credit desk, approved or refused by a supervisor, and
      *  once written off, handed to the collections agency, with
      *  the running total of what the agency has recovered since.
       01 WRITE-OFF-RECORD.
           03 WO-LOAN-ID PIC 9(6).
           03 WO-PIN PIC 9(4).
           03 WO-ACCT-NO PIC 9(2).
           03 WO-BRANCH PIC X(2).
           03 WO-STATUS PIC X.
              88 WO-IS-PROPOSED VALUE 'P'.
              88 WO-IS-WRITTEN-OFF VALUE 'W'.
              88 WO-IS-REFUSED VALUE 'R'.
           03 WO-REASON PIC X(30).
           03 WO-PROPOSED-BY PIC 9(6).
           03 WO-PROPOSED-DATE PIC 9(8).
           03 WO-DECIDED-BY PIC 9(6).
           03 WO-DECIDED-DATE PIC 9(8).
      *    What the loan still owed when written off, the part
      *    the provision already covered, and the loss beyond it.
           03 WO-AMOUNT PIC 9(7)V99.
           03 WO-PROVISION-USED PIC 9(7)V99.
           03 WO-LOSS-AMOUNT PIC 9(7)V99.
           03 WO-ARREARS-AMOUNT PIC 9(7)V99.
           03 WO-FIRST-MISSED-DATE PIC 9(8).
           03 WO-AGENCY-SENT PIC X.
              88 WO-IS-WITH-AGENCY VALUE 'Y'.
           03 WO-AGENCY-DATE PIC 9(8).
           03 WO-RECOVERED PIC 9(7)V99.
           03 WO-LAST-RECOVERY-DATE PIC 9(8).
