
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-WORKING-FLAG PIC X VALUE 'Y'.

       01 NEW-AMMOUNT PIC 9(8)V99.
      *  Branch-wide default, replaced per item by the receiving
      *  account's own product-catalog ceiling when a row exists.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).

       01 WS-PRODUCT-RATE PIC 9V9(4).
      *          The ceiling is the receiving product's own, reset
      *          to the branch default first so one item's catalog
      *          row never bleeds into the next item's check.
                 MOVE 9999999,99 TO MAX-BALANCE
                 CALL "GetProductProfile" USING BY REFERENCE
                    RCD-ACCT-TYPE WS-PRODUCT-RATE
                    WS-PRODUCT-MAX-DEPOSIT MAX-BALANCE
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
