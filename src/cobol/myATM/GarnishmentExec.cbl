       COPY "FREEZEREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-PROT-RAW PIC X(6) VALUE SPACES.

       01 WS-DAYS-WAITED PIC S9(5).
       01 WS-DISPOSABLE PIC S9(8)V99.
       01 WS-PAYOUT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

      *  Defaults to the demo layout; overridden so the same compiled
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
