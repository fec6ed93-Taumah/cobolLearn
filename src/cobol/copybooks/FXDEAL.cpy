      *  One row per movement of foreign notes at a branch: a sale
      *  to or a purchase from a client at the counter, or notes
      *  received from or returned to the correspondent. Amounts
      *  in EUR are what changed hands; the mid value is the same
      *  notes at the day's fix, the difference being our margin.
       01 FX-DEAL-RECORD.
           03 FX-DATE PIC 9(8).
           03 FX-TIME PIC 9(6).
           03 FX-REF PIC 9(8).
           03 FX-BRANCH PIC X(2).
           03 FX-OPERATOR-ID PIC 9(6).
           03 FX-DIRECTION PIC X.
              88 FX-IS-SALE VALUE 'V'.
              88 FX-IS-PURCHASE VALUE 'A'.
              88 FX-IS-RECEIPT VALUE 'R'.
              88 FX-IS-RETURN VALUE 'E'.
           03 FX-CURRENCY PIC X(3).
           03 FX-FOREIGN-AMOUNT PIC 9(7).
           03 FX-MID-RATE PIC 9V9999.
           03 FX-DEAL-RATE PIC 9V9999.
           03 FX-EUR-AMOUNT PIC 9(5)V99.
           03 FX-MID-EUR-AMOUNT PIC 9(5)V99.
           03 FX-MARGIN-EUR PIC 9(5)V99.
      *    The customer number, zero for a walk-in client, whose
      *    identity is then taken from the document shown.
           03 FX-CUSTOMER-ID PIC 9(4).
           03 FX-CLIENT-NAME PIC X(20).
           03 FX-CLIENT-LAST-NAME PIC X(20).
           03 FX-ID-DOCUMENT PIC X(20).
