      *  One provisioning position per loan, kept by the month-end
      *  provisioning batch: the stage the loan was put in, the
      *  provision it carries, and the one it carried at the end of
      *  the previous month, so only the movement goes to the
      *  ledger.
       01 LOAN-PROVISION-RECORD.
           03 LP-LOAN-ID PIC 9(6).
           03 LP-PIN PIC 9(4).
           03 LP-ACCT-NO PIC 9(2).
           03 LP-BRANCH PIC X(2).
           03 LP-PRODUCT PIC X(4).
      *    1 performing, 2 significant increase in credit risk
      *    (30 days behind, or restructured), 3 in default.
           03 LP-STAGE PIC 9.
              88 LP-IS-PERFORMING VALUE 1.
              88 LP-IS-UNDERPERFORMING VALUE 2.
              88 LP-IS-DEFAULTED VALUE 3.
           03 LP-DAYS-BEHIND PIC 9(5).
           03 LP-RESTRUCTURED PIC X.
              88 LP-IS-RESTRUCTURED VALUE 'Y'.
           03 LP-OUTSTANDING PIC 9(7)V99.
           03 LP-COVERAGE-PCT PIC 9(3)V99.
           03 LP-PROVISION PIC 9(7)V99.
      *    The provision before this period's run: a rerun of the
      *    same month keeps it, so the report still shows the
      *    whole month's movement.
           03 LP-PRIOR-PROVISION PIC 9(7)V99.
           03 LP-PERIOD PIC 9(6).
