           03 FILLER PIC X.
           03 CI-KIND PIC X(4).
           03 FILLER PIC X.
      *    The customer's own account and, for a transfer or a
      *    standing order, the beneficiary's, both by IBAN as the
      *    channel shows them to the customer.
           03 CI-IBAN PIC X(34).
           03 FILLER PIC X.
           03 CI-DEST-IBAN PIC X(34).
           03 FILLER PIC X.
           03 CI-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 CI-SO-ID PIC 9(6).

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-INSTR-OK PIC X.
       01 WS-REJECT-REASON PIC X(30).

      *  The instruction's IBANs resolved to accounts on our books;
      *  the channel only moves money between our own accounts.
       01 WS-SRC-PIN PIC 9(4).
       01 WS-SRC-ACCT-NO PIC 9(2).
       01 WS-DST-PIN PIC 9(4).
       01 WS-DST-ACCT-NO PIC 9(2).
       01 WS-CHECK-IBAN PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-IDENT-MODE PIC X VALUE 'I'.
       01 WS-IDENT-PIN PIC 9(4).
       01 WS-IDENT-ACCT-NO PIC 9(2).
       01 WS-IDENT-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

      *  The shared availability engine's answer for the source
      *  account: holds, status, overdraft line and the minor
      *  threshold, validated exactly as the machine validates.
       01 WS-AVAIL-REASON PIC 9.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-DEST-BALANCE PIC 9(7)V99.
       01 NEW-DEST-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-DEST-LANGUAGE PIC X(2).

       01 WS-LEG-PIN PIC 9(4).
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-TRAN-REF.

           PERFORM RESOLVE-INSTRUCTION-IBANS.

           IF WS-INSTR-OK = 'Y' THEN
              EVALUATE CI-KIND
                 WHEN "XFER"
                    PERFORM EXECUTE-CHANNEL-TRANSFER
                 WHEN "SONW"
                    PERFORM CREATE-STANDING-ORDER
                 WHEN "SOCX"
                    PERFORM CANCEL-STANDING-ORDER
                 WHEN "STMT"
                    PERFORM QUEUE-STATEMENT-REQUEST
                 WHEN OTHER
                    MOVE 'N' TO WS-INSTR-OK
                    MOVE "TYPE INCONNU" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF WS-INSTR-OK = 'Y' THEN
              ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.
           WRITE RESPONSE-LINE.

      *    Every instruction names the customer's account by IBAN;
      *    a transfer or a new standing order names its beneficiary
      *    the same way. Each must pass its check digits and be an
      *    account of ours.
       RESOLVE-INSTRUCTION-IBANS.
           MOVE CI-IBAN TO WS-CHECK-IBAN.
           PERFORM RESOLVE-ONE-IBAN.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE 'N' TO WS-INSTR-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDENT-PIN TO WS-SRC-PIN.
           MOVE WS-IDENT-ACCT-NO TO WS-SRC-ACCT-NO.

           MOVE 0 TO WS-DST-PIN.
           MOVE 0 TO WS-DST-ACCT-NO.
           IF CI-KIND NOT = "XFER" AND CI-KIND NOT = "SONW" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CI-DEST-IBAN TO WS-CHECK-IBAN.
           PERFORM RESOLVE-ONE-IBAN.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE 'N' TO WS-INSTR-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDENT-PIN TO WS-DST-PIN.
           MOVE WS-IDENT-ACCT-NO TO WS-DST-ACCT-NO.

       RESOLVE-ONE-IBAN.
           MOVE 'V' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE WS-CHECK-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              MOVE "IBAN INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-IDENT-PIN WS-IDENT-ACCT-NO WS-CHECK-IBAN
              WS-IDENT-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS NOT = 0 THEN
              MOVE "IBAN HORS DE NOTRE BANQUE" TO WS-REJECT-REASON
           END-IF.

      *    The same two-leg sequence the transfer screen runs:
      *    destination checked before any debit, one reference
      *    shared by both legs.
       EXECUTE-CHANNEL-TRANSFER.
           MOVE WS-DST-PIN TO RCD-PIN.
           MOVE WS-DST-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-INSTR-OK
      *    The shared engine, not an inline copy of it: holds,
      *    overdraft line and the minor threshold come back in
      *    one answer, exactly as the transfer screen gets them.
           CALL "FundsAvailability" USING BY REFERENCE WS-SRC-PIN
              WS-SRC-ACCT-NO CI-AMOUNT WS-AVAILABLE WS-AVAIL-REASON.
           IF WS-AVAIL-REASON = 4 THEN
              MOVE 'N' TO WS-INSTR-OK
              MOVE "AUTORISATION TUTEUR REQUISE"
              EXIT PARAGRAPH
           END-IF.

           CALL "CheckKycReview" USING BY REFERENCE WS-SRC-PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              MOVE 'N' TO WS-INSTR-OK
              MOVE "REVUE KYC ECHUE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SRC-PIN TO RCD-PIN.
           MOVE WS-SRC-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-INSTR-OK
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           SUBTRACT CI-AMOUNT FROM RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           MOVE WS-SRC-PIN TO WS-LEG-PIN.
           MOVE WS-SRC-ACCT-NO TO WS-LEG-ACCT-NO.
           MOVE 'XOUT' TO WS-LEG-TYPE.
           MOVE CI-AMOUNT TO WS-LEG-AMOUNT.
           PERFORM WRITE-TRANLOG-LEG.

           MOVE WS-DST-PIN TO RCD-PIN.
           MOVE WS-DST-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              NOT INVALID KEY
                 ADD CI-AMOUNT TO RCD-AMMOUNT
                 REWRITE BANK-RECORD
                 MOVE WS-DST-PIN TO WS-LEG-PIN
                 MOVE WS-DST-ACCT-NO TO WS-LEG-ACCT-NO
                 MOVE 'XIN ' TO WS-LEG-TYPE
                 MOVE CI-AMOUNT TO WS-LEG-AMOUNT
                 PERFORM WRITE-TRANLOG-LEG
           END-READ.

       CREATE-STANDING-ORDER.
           MOVE WS-SRC-PIN TO RCD-PIN.
           MOVE WS-SRC-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-INSTR-OK

           PERFORM FIND-NEXT-SO-ID.
           MOVE WS-NEXT-SO-ID TO SO-ID.
           MOVE WS-SRC-PIN TO SO-PIN.
           MOVE WS-SRC-ACCT-NO TO SO-ACCT-NO.
           MOVE WS-DST-PIN TO SO-DEST-PIN.
           MOVE WS-DST-ACCT-NO TO SO-DEST-ACCT-NO.
           MOVE SPACES TO SO-DEST-IBAN.
           MOVE CI-AMOUNT TO SO-AMOUNT.
           MOVE 'M' TO SO-FREQUENCY.
           MOVE CI-DATE TO SO-NEXT-DATE.
                 MOVE "ORDRE INCONNU" TO WS-REJECT-REASON
                 EXIT PARAGRAPH
           END-READ.
           IF SO-PIN NOT = WS-SRC-PIN THEN
              MOVE 'N' TO WS-INSTR-OK
              MOVE "ORDRE D'UN AUTRE CLIENT" TO WS-REJECT-REASON
              EXIT PARAGRAPH

       QUEUE-STATEMENT-REQUEST.
           MOVE 'FR' TO WS-DEST-LANGUAGE.
           MOVE WS-SRC-PIN TO RCD-PIN.
           MOVE WS-SRC-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-INSTR-OK
           END-READ.

           OPEN EXTEND STATEMENT-REQUESTS.
           MOVE WS-SRC-PIN TO SR-PIN.
           MOVE WS-SRC-ACCT-NO TO SR-ACCT-NO.
           MOVE WS-DEST-LANGUAGE TO SR-LANGUAGE.
           MOVE WS-TODAY TO SR-REQUEST-DATE.
           WRITE STATEMENT-REQUEST.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
