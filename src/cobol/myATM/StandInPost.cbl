       COPY "CARDREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".


      *  RCD-AMMOUNT is packed; the report line needs a zoned
      *  edited image of it.
       01 WS-BALANCE-EDIT PIC -9(7),99.

      *  The branch whose machine dispensed; batch attribution.
       01 WS-BRANCH-ID PIC X(2) VALUE "01".
           MOVE SF-CARD TO TL-CARD.
           MOVE SF-TERMINAL TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
