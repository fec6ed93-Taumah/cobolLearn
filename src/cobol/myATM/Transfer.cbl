              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

      *  A business account's signatories sign with their own
      *  card: the card keyed names the person signing.
           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

      *  Before-images and completion markers around the two
      *  REWRITEs, so a power cut between the debit and the credit
      *  is backed out at the next startup instead of losing money

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       01 WS-DEST-PICKED PIC X VALUE 'N'.
       01 MINOR-CONTROLS-FS PIC XX.
       01 WS-GUARDIAN-OK PIC X VALUE 'Y'.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-GUARDIAN-CARD-TRY PIC 9(4).

      *  Legal-entity accounts: above the first signatory's own
      *  limit, or for a joint-only signatory, a second one signs.
       01 CARD-RECORDS-FS PIC XX.
       01 WS-SIGNATORY-OK PIC X VALUE 'Y'.
       01 WS-SIGNER-CARD-TRY PIC 9(4).
       01 WS-SIGNER-ID PIC 9(4).
       01 WS-FIRST-SIGNER PIC 9(4).
       01 WS-SECOND-SIGNER PIC 9(4).
       01 WS-SIGN-AMOUNT PIC 9(7)V99.
       01 WS-SIGN-RESULT PIC X.

       01 FREEZE-RECORDS-FS PIC XX.
       01 WS-HELD-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-TODAY PIC 9(8).

      *  The shared availability engine's answer for the source
      *  1 = between two accounts of this bank, 2 = toward an
      *  account held at another bank on the network.
       01 WS-DEST-KIND PIC 9 VALUE 1.
      *  The payee's IBAN, checked before anything moves, and the
      *  source account's own IBAN the network file carries with it.
       01 WS-EXT-IBAN PIC X(34).
       01 WS-ORIG-IBAN PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-IDENT-MODE PIC X VALUE 'I'.
       01 WS-IDENT-PIN PIC 9(4).
       01 WS-IDENT-ACCT-NO PIC 9(2).
       01 WS-IDENT-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.
       01 AMMOUNT-TO-TRANSFER PIC 9(5)V99 VALUE 0.
       01 WS-DEST-OK PIC X VALUE 'Y'.
       01 WS-LEG-PIN PIC 9(4).
      *  Captured from the destination record at the precondition read,
      *  before the source is touched, so the credit leg can be sized
      *  and checked for overflow before anything is debited.
       01 WS-DEST-BALANCE PIC 9(7)V99.
       01 NEW-DEST-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

      *  A Livret A destination takes nothing that would carry its
      *  balance past the legal ceiling the State publishes.
       01 WS-DEST-ACCT-TYPE PIC X.
           88 WS-DEST-IS-LIVRET-A VALUE 'L'.
       01 WS-REG-RATE-PCT PIC 9(2)V99.
       01 WS-LEGAL-CEILING PIC 9(7)V99.
       01 WS-REG-STATUS PIC 9.

      *  Which machine this session runs on, from the terminal's
      *  own deploy.cfg identity.
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Virement refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "REVUE KYC ECHUE" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
              MOVE 3 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           DISPLAY "Destination : 1=compte interne, 2=autre "
              "banque ?".
           ACCEPT WS-DEST-KIND.
              EXIT PROGRAM
           END-IF.

      *    Between a company's own accounts nobody else is paid.
           IF DEST-PIN NOT = PIN THEN
              PERFORM CHECK-SIGNATORY-AUTHORITY
              IF WS-SIGNATORY-OK = 'N' THEN
                 DISPLAY "Virement refuse : signature insuffisante"
                 MOVE 'REFUS' TO WS-EJ-EVENT
                 MOVE "SIGNATAIRE" TO WS-EJ-DETAIL
                 PERFORM WRITE-SESSION-EVENT
                 MOVE 3 TO STATUS-CODE
                 EXIT PROGRAM
              END-IF
           END-IF.

           PERFORM CHECK-RECENT-DUPLICATE.
           IF WS-DUP-FOUND = 'Y' THEN
              DISPLAY "Vous venez de faire exactement ce virement "
                 ELSE
                    MOVE RCD-CURRENCY TO WS-DEST-CURRENCY
                    MOVE RCD-AMMOUNT TO WS-DEST-BALANCE
                    MOVE RCD-ACCT-TYPE TO WS-DEST-ACCT-TYPE
                 END-IF
           END-READ.

           END-READ.
           CLOSE MINOR-CONTROLS.

      *    A legal entity's account moves money out only on the
      *    card of a signatory in force; above that signatory's
      *    limit, or for a joint-only signatory, the card of a
      *    second one is keyed as well. A private person's account
      *    passes straight through.
       CHECK-SIGNATORY-AUTHORITY.
           MOVE 'Y' TO WS-SIGNATORY-OK.
           MOVE 0 TO WS-FIRST-SIGNER.
           MOVE 0 TO WS-SECOND-SIGNER.
           MOVE AMMOUNT-TO-TRANSFER TO WS-SIGN-AMOUNT.
           CALL "CheckSignatories" USING BY REFERENCE PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-SIGN-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte professionnel : carte du signataire ?".
           ACCEPT WS-SIGNER-CARD-TRY.
           PERFORM FIND-SIGNER-BY-CARD.
           MOVE WS-SIGNER-ID TO WS-FIRST-SIGNER.
           CALL "CheckSignatories" USING BY REFERENCE PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-SIGN-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'S' THEN
              DISPLAY "Au-dela du pouvoir de ce signataire : carte "
                 "du second signataire ?"
              ACCEPT WS-SIGNER-CARD-TRY
              PERFORM FIND-SIGNER-BY-CARD
              MOVE WS-SIGNER-ID TO WS-SECOND-SIGNER
              CALL "CheckSignatories" USING BY REFERENCE PIN
                 WS-FIRST-SIGNER WS-SECOND-SIGNER WS-SIGN-AMOUNT
                 WS-SIGN-RESULT
           END-IF.
           IF WS-SIGN-RESULT NOT = 'O' THEN
              MOVE 'N' TO WS-SIGNATORY-OK
           END-IF.

      *    Only a card in service names a signer; any other
      *    answers as nobody.
       FIND-SIGNER-BY-CARD.
           MOVE 0 TO WS-SIGNER-ID.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SIGNER-CARD-TRY TO CARD-NUMBER.
           READ CARD-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CARD-IS-ACTIVE THEN
                    MOVE CARD-CUSTOMER-ID TO WS-SIGNER-ID
                 END-IF
           END-READ.
           CLOSE CARD-RECORDS.

      *    Re-reads the account's latest rows in the day's log:
      *    an XOUT of the same amount less than two minutes ago
      *    is almost always a double press, not a second
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "PLAFOND DESTINATION" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
              EXIT PARAGRAPH
           END-IF.

           IF WS-DEST-IS-LIVRET-A THEN
              CALL "GetRegulatedTerms" USING BY REFERENCE
                 WS-DEST-ACCT-TYPE WS-BUSINESS-DATE WS-REG-RATE-PCT
                 WS-LEGAL-CEILING WS-REG-STATUS
              IF WS-REG-STATUS NOT = 0
                    OR NEW-DEST-AMMOUNT > WS-LEGAL-CEILING THEN
                 MOVE 3 TO STATUS-CODE
                 DISPLAY "Transfert refuse : le livret A destinataire "
                    "depasserait son plafond legal ("
                    WS-LEGAL-CEILING ")"
                 MOVE 'REFUS' TO WS-EJ-EVENT
                 MOVE "PLAFOND LEGAL" TO WS-EJ-DETAIL
                 PERFORM WRITE-SESSION-EVENT
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           PERFORM WRITE-INTENT-ROW.
           SUBTRACT AMMOUNT-TO-TRANSFER FROM RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           MOVE PIN TO WS-LEG-PIN.
           MOVE ACCT-NO TO WS-LEG-ACCT-NO.
           MOVE 'XOUT' TO WS-LEG-TYPE.
           MOVE AMMOUNT-TO-TRANSFER TO WS-LEG-AMOUNT.
           PERFORM WRITE-TRANLOG-LEG.
           PERFORM CREDIT-DEST-ACCOUNT.
           PERFORM WRITE-DONE-ROW.
           IF AMMOUNT-TO-TRANSFER > NOTIFY-THRESHOLD THEN
              PERFORM QUEUE-TRANSFER-NOTICE
           END-IF.
           MOVE 0 TO STATUS-CODE.

      *    The before-image of both balances goes to the intent
      *    journal ahead of the first REWRITE; the DONE marker is
      *    only written once both legs have landed.
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
      *    other bank refuses comes back through the returns batch
      *    and is re-credited with its reason.
       EXTERNAL-TRANSFER-FLOW.
           DISPLAY "IBAN du beneficiaire ?".
           ACCEPT WS-EXT-IBAN.
           MOVE 'V' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE WS-EXT-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              DISPLAY "IBAN invalide, verifiez la saisie"
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "IBAN INVALIDE" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
              MOVE 3 TO STATUS-CODE
              EXIT PARAGRAPH
           END-IF.
           INSPECT WS-EXT-IBAN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    An IBAN of our own is an account on our books: it goes
      *    through the internal transfer, not out on the network.
           MOVE 'I' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-IDENT-PIN WS-IDENT-ACCT-NO WS-EXT-IBAN
              WS-IDENT-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS = 0 THEN
              DISPLAY "Cet IBAN est un compte de notre banque : "
                 "choisissez un virement interne"
              MOVE 3 TO STATUS-CODE
              EXIT PARAGRAPH
           END-IF.

           CALL "AssignAccountIdentifier" USING BY REFERENCE
              PIN ACCT-NO WS-ORIG-IBAN WS-IDENT-STATUS.
           PERFORM WITH TEST AFTER
              UNTIL AMMOUNT-TO-TRANSFER > 0
              DISPLAY "Montant a transferer ?"
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-SIGNATORY-AUTHORITY.
           IF WS-SIGNATORY-OK = 'N' THEN
              DISPLAY "Virement refuse : signature insuffisante"
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "SIGNATAIRE" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
              MOVE 3 TO STATUS-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN I-O BANK-RECORDS.
           MOVE PIN TO RCD-PIN.
           MOVE ACCT-NO TO RCD-ACCT-NO.
           END-IF.
           MOVE 0 TO STATUS-CODE.
           DISPLAY "Virement interbancaire accepte vers "
              WS-EXT-IBAN.
           DISPLAY "Reference de l'operation : " WS-TRAN-REF.

      *    Only the source balance changes on our books; one
           MOVE WS-TRAN-REF TO OX-REF.
           MOVE PIN TO OX-PIN.
           MOVE ACCT-NO TO OX-ACCT-NO.
           MOVE SPACES TO OX-DEST-BANK.
           MOVE SPACES TO OX-DEST-ACCT.
           MOVE WS-EXT-IBAN TO OX-DEST-IBAN.
           MOVE WS-ORIG-IBAN TO OX-ORIG-IBAN.
           MOVE AMMOUNT-TO-TRANSFER TO OX-AMOUNT.
           MOVE WS-BUSINESS-DATE TO OX-DATE.
           WRITE OUTWARD-TRANSFER-RECORD.
