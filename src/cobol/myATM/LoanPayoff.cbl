       COPY "LOANREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-OVERPAY-AMOUNT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-DEBIT-OK PIC X VALUE 'Y'.
       01 WS-RELEASED-COUNT PIC 9(2) VALUE 0.
       01 WS-DEBIT-AMOUNT PIC 9(7)V99.
       01 WS-TL-TYPE PIC X(4).

      *  account: holds netted like everywhere else.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
           MOVE 'P' TO LN-STATUS.
           REWRITE LOAN-RECORD.
           DISPLAY "Pret " LN-ID " solde par anticipation".
           CALL "ReleaseLoanCollateral" USING BY REFERENCE LN-ID
              WS-RELEASED-COUNT.
           IF WS-RELEASED-COUNT > 0 THEN
              DISPLAY WS-RELEASED-COUNT " garantie(s) levee(s)"
           END-IF.

      *    A partial overpayment goes straight against capital:
      *    the instalment stays, the term shortens by itself.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
