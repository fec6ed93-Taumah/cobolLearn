      *  One balance confirmation sent for the auditors: the item
      *  drawn, the balance quoted, the letter, and what the
      *  customer answered.
       01 CONFIRMATION-RECORD.
           03 CF-KEY.
              05 CF-YEAR PIC 9(4).
      *       C account, P loan, T term deposit, as on the year-end
      *       balances.
              05 CF-SOURCE PIC X.
              05 CF-ITEM-ID PIC 9(6).
           03 CF-CUSTOMER-ID PIC 9(4).
      *    0 confirmed for being at or above the threshold, else the
      *    band it was drawn from.
           03 CF-STRATUM PIC 9.
           03 CF-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CF-LETTER-DATE PIC 9(8).
      *    M mailed, H held for a returned address.
           03 CF-MAIL-RESULT PIC X.
           03 CF-REPLY-STATUS PIC X.
              88 CF-IS-AWAITING VALUE 'E'.
              88 CF-IS-AGREED VALUE 'A'.
              88 CF-IS-DISAGREED VALUE 'D'.
              88 CF-IS-NO-REPLY VALUE 'N'.
           03 CF-REPLY-DATE PIC 9(8).
      *    The balance by the customer's own account, and how far
      *    it is from ours, on a disagreement.
           03 CF-CUSTOMER-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CF-DIFFERENCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CF-RECORDED-BY PIC 9(6).
           03 CF-COMMENT PIC X(30).
