      *  One account's figure under the live parameters and under
      *  the proposed set, as a projection run priced it. Amounts
      *  are seen from the customer's side:
      *    I  interest over the projected period, positive when
      *       earned, negative when debit interest is charged;
      *    K  the net interest the month-end capitalization would
      *       pay onto the balance, zero when held over;
      *    F  the monthly fee that would be taken.
       01 PROJECTION-ROW.
           03 PJ-ENGINE PIC X.
              88 PJ-IS-INTEREST VALUE 'I'.
              88 PJ-IS-CAPITALIZATION VALUE 'K'.
              88 PJ-IS-FEES VALUE 'F'.
           03 PJ-PIN PIC 9(4).
           03 PJ-ACCT-NO PIC 9(2).
           03 PJ-ACCT-TYPE PIC X.
           03 PJ-CURRENT PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 PJ-PROPOSED PIC S9(7)V99 SIGN LEADING SEPARATE.
