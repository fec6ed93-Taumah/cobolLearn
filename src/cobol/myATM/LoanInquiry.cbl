
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-REPAY-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-REPAY-OK PIC X VALUE 'Y'.
       01 WS-RELEASED-COUNT PIC 9(2) VALUE 0.

      *  Which machine this session runs on, from the terminal's
      *  own deploy.cfg identity.
              IF LN-OUTSTANDING = 0 THEN
                 MOVE 'P' TO LN-STATUS
                 DISPLAY "Pret entierement rembourse, felicitations"
                 CALL "ReleaseLoanCollateral" USING BY REFERENCE
                    LN-ID WS-RELEASED-COUNT
              END-IF
              REWRITE LOAN-RECORD
              DISPLAY "Capital restant du : " LN-OUTSTANDING
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
