      *  One row per posting whose value date differs from its
      *  booking date, written by SetValueDate as the posting is
      *  logged. Forward rows (a cheque credited today, worth
      *  interest from the next working day) keep the nightly
      *  accrual off money not yet in value; back-valued rows
      *  (a reversal, a dispute credit, a returned transfer worth
      *  interest from the original date) wait for the correction
      *  batch to post the interest the nights already missed.
       01 VALUE-DATE-RECORD.
           03 VD-KEY.
              05 VD-PIN PIC 9(4).
              05 VD-ACCT-NO PIC 9(2).
              05 VD-VALUE-DATE PIC 9(8).
              05 VD-REF PIC 9(8).
           03 VD-TYPE PIC X(4).
      *    The side the posting moves the account.
           03 VD-SIDE PIC X.
              88 VD-IS-CREDIT VALUE 'C'.
              88 VD-IS-DEBIT VALUE 'D'.
           03 VD-AMOUNT PIC 9(7)V99.
           03 VD-BOOKING-DATE PIC 9(8).
           03 VD-STATUS PIC X.
              88 VD-IS-FORWARD VALUE 'F'.
              88 VD-IS-BACK-PENDING VALUE 'B'.
              88 VD-IS-BACK-CORRECTED VALUE 'C'.
      *    The interest difference the correction batch posted, and
      *    the day it did.
           03 VD-CORRECTION PIC 9(5)V99.
           03 VD-CORRECTED-DATE PIC 9(8).
