
       01 PRODUCT-RECORDS-FS PIC XX.

      *  The dated version of the terms in force on the business
      *  date, when the product has one.
       COPY "PRODTERM.cpy".
       01 WS-TERMS-STATUS PIC 9.

       LINKAGE SECTION.

       01 PRODUCT-CODE-IN PIC X.
       01 INTEREST-RATE-OUT PIC 9V9(4).
       01 MAX-DEPOSIT-OUT PIC 9(4)V99.
       01 MAX-BALANCE-OUT PIC 9(7)V99.
       01 DAILY-WDRAW-LIMIT-OUT PIC 9(5)V99.
       01 OVERDRAFT-RATE-OUT PIC 9V9(4).
      *    0 = profile returned; 1 = no catalog or no such product,
           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO OVERDRAFT-RATE-OUT.

           CALL "GetProductTerms" USING BY REFERENCE PRODUCT-CODE-IN
              PRODUCT-TERMS-RECORD WS-TERMS-STATUS.
           IF WS-TERMS-STATUS = 0 THEN
              MOVE PT-INTEREST-RATE TO INTEREST-RATE-OUT
              MOVE PT-MAX-DEPOSIT TO MAX-DEPOSIT-OUT
              MOVE PT-MAX-BALANCE TO MAX-BALANCE-OUT
              MOVE PT-DAILY-WDRAW-LIMIT TO DAILY-WDRAW-LIMIT-OUT
              MOVE PT-OVERDRAFT-RATE TO OVERDRAFT-RATE-OUT
              MOVE 0 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           OPEN INPUT PRODUCT-RECORDS.
           IF PRODUCT-RECORDS-FS NOT = "00" THEN
              EXIT PROGRAM
