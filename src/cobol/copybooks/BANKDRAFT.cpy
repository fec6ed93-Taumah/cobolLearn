      *  One bank draft (cheque de banque) per row, by serial: the
      *  account it was bought from, its amount and beneficiary.
      *  The amount left the customer's account when the draft was
      *  issued and is held in the drafts-outstanding account until
      *  the draft comes back through the clearing and is paid.
       01 BANK-DRAFT-RECORD.
           03 BD-SERIAL PIC 9(6).
           03 BD-PIN PIC 9(4).
           03 BD-ACCT-NO PIC 9(2).
      *    No larger than the clearing presentment line carries.
           03 BD-AMOUNT PIC 9(5)V99.
           03 BD-BENEFICIARY PIC X(40).
           03 BD-ISSUE-DATE PIC 9(8).
           03 BD-ISSUED-BY PIC 9(6).
           03 BD-ISSUE-REF PIC 9(8).
           03 BD-STATUS PIC X.
              88 BD-IS-OUTSTANDING VALUE 'E'.
              88 BD-IS-PAID VALUE 'P'.
              88 BD-IS-STOPPED VALUE 'O'.
           03 BD-PAID-DATE PIC 9(8).
           03 BD-PAID-REF PIC 9(8).
      *    A stop is placed on a draft reported lost or stolen;
      *    it is returned unpaid if it is ever presented.
           03 BD-STOP-DATE PIC 9(8).
           03 BD-STOP-REASON PIC X(20).
           03 BD-STOPPED-BY PIC 9(6).
