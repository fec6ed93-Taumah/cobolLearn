      *  One match between a customer and an entry of the national
      *  register of deaths per row, scored by the monthly import.
      *  A certain match was acted on at import; a probable one
      *  waits for an operator to confirm or dismiss it, and a
      *  dismissed one stays on file so the same register entry is
      *  not raised again against the same customer.
       01 DEATH-MATCH-RECORD.
           03 DM-ID PIC 9(6).
           03 DM-CM-ID PIC 9(4).
      *    Out of 100: birth date 40, surname 30, first name 30.
           03 DM-SCORE PIC 9(3).
      *    The register entry the customer matched, as received.
           03 DM-REG-BIRTH-NAME PIC X(20).
           03 DM-REG-USED-NAME PIC X(20).
           03 DM-REG-FIRST-NAMES PIC X(30).
           03 DM-REG-BIRTH-DATE PIC 9(8).
           03 DM-REG-DEATH-DATE PIC 9(8).
           03 DM-REG-DEATH-REF PIC X(10).
           03 DM-RAISED-DATE PIC 9(8).
           03 DM-DECIDED-BY PIC 9(6).
           03 DM-DECIDED-DATE PIC 9(8).
           03 DM-STATUS PIC X.
              88 DM-IS-OPEN VALUE 'O'.
              88 DM-IS-AUTOMATIC VALUE 'A'.
              88 DM-IS-CONFIRMED VALUE 'C'.
              88 DM-IS-DISMISSED VALUE 'D'.
