
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

              88 BK-IS-DETAIL VALUE 'D'.
              88 BK-IS-TRAILER VALUE 'T'.
           03 FILLER PIC X.
      *    The beneficiary as the remitter knows it: the IBAN off
      *    the RIB the customer handed over.
           03 BK-IBAN PIC X(34).
           03 FILLER PIC X.
           03 BK-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
       COPY "TRANLOGREC.cpy".

       FD REJECT-RECORDS.
       01 REJECT-LINE PIC X(120).

       FD CONTROL-REPORT.
       01 CONTROL-REPORT-LINE PIC X(80).
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-REJECT-REASON PIC X(40).

      *  The account the row's IBAN resolves to on our books.
       01 WS-BK-PIN PIC 9(4).
       01 WS-BK-ACCT-NO PIC 9(2).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-IDENT-MODE PIC X VALUE 'I'.
       01 WS-IDENT-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCEPTED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-CREDIT-AMMOUNT PIC 9(5)V99.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).

       01 WS-EUR-TO-USD-RATE PIC 9V9999 VALUE 0.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

      *  What the file brings in on our account at the central bank,
      *  handed to the settlement-account reconciliation under the
      *  reference the statement line will carry.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'VIRC'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'VIRC'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 WS-NOSTRO-REF-SEQ PIC 9(4).
       01 WS-NOSTRO-SIDE PIC X VALUE 'C'.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".
           MOVE WS-ACCEPTED-TOTAL TO WS-REG-AMOUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           MOVE WS-REG-DATE TO WS-NOSTRO-REF-DATE.
           MOVE WS-REG-SEQ TO WS-NOSTRO-REF-SEQ.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-REG-AMOUNT WS-REG-DATE.

           DISPLAY WS-ACCEPTED-COUNT " credit(s) passe(s), "
              WS-REJECTED-COUNT " rejete(s)".

           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
              PERFORM RESOLVE-BENEFICIARY-IBAN
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
              MOVE WS-BK-PIN TO RCD-PIN
              MOVE WS-BK-ACCT-NO TO RCD-ACCT-NO
              READ BANK-RECORDS
                 INVALID KEY
                    MOVE "COMPTE INCONNU" TO WS-REJECT-REASON
              ADD BK-AMOUNT TO WS-ACCEPTED-TOTAL
           END-IF.

      *    A mistyped IBAN fails its check digits before any
      *    lookup; a well-formed one that is not ours is a payment
      *    the remitter routed to the wrong bank.
       RESOLVE-BENEFICIARY-IBAN.
           MOVE 0 TO WS-BK-PIN.
           MOVE 0 TO WS-BK-ACCT-NO.
           MOVE 'V' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE BK-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              MOVE "IBAN INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-BK-PIN WS-BK-ACCT-NO BK-IBAN
              WS-IDENT-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS NOT = 0 THEN
              MOVE "IBAN INCONNU DANS NOTRE BANQUE"
                 TO WS-REJECT-REASON
           END-IF.

      *    A credit in the other branch currency converts at the
      *    day's fix before landing, the same conversion an
      *    at-the-machine deposit applies; no usable fix rejects
       WRITE-BULK-TRANLOG-ENTRY.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE WS-BK-PIN TO TL-PIN.
           MOVE WS-BK-ACCT-NO TO TL-ACCT-NO.
           MOVE 'BLKC' TO TL-TYPE.
           MOVE WS-CREDIT-AMMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-REJECT-LINE.
           MOVE SPACES TO REJECT-LINE.
           STRING "REJETE IBAN=" BK-IBAN
              " montant=" BK-AMOUNT " " BK-CURRENCY
              " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE.
