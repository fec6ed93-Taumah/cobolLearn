              RECORD KEY IS CB-ID
              FILE STATUS IS CHEQUE-BOOKS-FS.

      *  Our own bank drafts come back presented on account
      *  0000-00: they are paid from the drafts-outstanding account
      *  against the draft register, never from a customer.
           SELECT BANK-DRAFTS ASSIGN TO '../../data/bankdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BD-SERIAL
              FILE STATUS IS BANK-DRAFTS-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           SELECT UNPAID-RETURNS ASSIGN TO '../../data/chqunpaid.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A cheque bounced for want of funds is a payment incident:
      *  it bars the drawer from cheques on all their accounts.
           SELECT PAYMENT-INCIDENTS ASSIGN TO '../../data/chqincid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS PAYMENT-INCIDENTS-FS.

      *  A provision blocked for the payee of a bounced cheque is
      *  a hold here; it is released to pay that cheque when it
      *  comes back.
           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The letter print file the notification run also feeds:
      *  the injunction goes out by post with the day's letters.
           SELECT LETTER-FILE ASSIGN TO '../../data/letters.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTER-FILE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CHEQUE-BOOKS.
       COPY "CHQBOOK.cpy".

       FD BANK-DRAFTS.
       COPY "BANKDRAFT.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD UNPAID-RETURNS.
       01 UNPAID-RETURN-LINE PIC X(80).

       FD PAYMENT-INCIDENTS.
       COPY "PAYINCID.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 PRESENTMENT-FS PIC XX.
       01 STOP-CHEQUES-FS PIC XX.
       01 CHEQUE-BOOKS-FS PIC XX.
       01 BANK-DRAFTS-FS PIC XX.
       01 WS-DRAFTS-OPEN PIC X VALUE 'N'.
       01 WS-DRAFT-PAID-COUNT PIC 9(5) VALUE 0.
       01 BANK-RECORDS-FS PIC XX.
       01 PAYMENT-INCIDENTS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 LETTER-FILE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BOOK-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-RETURN-REASON PIC X(30).
       01 WS-SERIAL-COVERED PIC X VALUE 'N'.

       01 WS-INCIDENT-COUNT PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT PIC ZZZZ9,99.

      *  The shared availability engine's answer for the drawer.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

      *  System-wide unique reference stamped into the transaction
      *  log, the anchor reversals and disputes match on.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

      *  What the file pays out on our account at the central bank,
      *  handed to the settlement-account reconciliation under the
      *  reference the statement line will carry.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'CHQP'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'CHQP'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 WS-NOSTRO-REF-SEQ PIC 9(4).
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

           OPEN INPUT STOP-CHEQUES.
           OPEN INPUT CHEQUE-BOOKS.
           OPEN I-O BANK-DRAFTS.
           IF BANK-DRAFTS-FS = "00" THEN
              MOVE 'Y' TO WS-DRAFTS-OPEN
           END-IF.

           OPEN I-O BANK-RECORDS.
           IF BANK-RECORDS-FS = "35" THEN
           PERFORM REGISTER-THIS-FILE.

           OPEN OUTPUT UNPAID-RETURNS.
           PERFORM OPEN-OR-CREATE-PAYMENT-INCIDENTS.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O FREEZE-RECORDS.
           PERFORM OPEN-LETTER-FILE.

           PERFORM UNTIL WS-EOF = 'Y'
              READ PRESENTMENT-FILE
           IF CHEQUE-BOOKS-FS = "00" THEN
              CLOSE CHEQUE-BOOKS
           END-IF.
           IF WS-DRAFTS-OPEN = 'Y' THEN
              CLOSE BANK-DRAFTS
           END-IF.
           CLOSE BANK-RECORDS.
           CLOSE UNPAID-RETURNS.
           CLOSE PAYMENT-INCIDENTS.
           IF CUSTOMER-MASTER-FS = "00" THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           IF FREEZE-RECORDS-FS = "00" THEN
              CLOSE FREEZE-RECORDS
           END-IF.
           CLOSE LETTER-FILE.

           MOVE WS-PAID-COUNT TO WS-REG-COUNT.
           MOVE WS-PAID-TOTAL TO WS-REG-AMOUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           MOVE WS-REG-DATE TO WS-NOSTRO-REF-DATE.
           MOVE WS-REG-SEQ TO WS-NOSTRO-REF-SEQ.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-REG-AMOUNT WS-REG-DATE.

           DISPLAY WS-PAID-COUNT " cheque(s) paye(s), "
              WS-UNPAID-COUNT " retourne(s) impaye(s), "
              WS-INCIDENT-COUNT " incident(s) de paiement".
           DISPLAY "dont " WS-DRAFT-PAID-COUNT
              " cheque(s) de banque paye(s)".

           STOP RUN.

      *    chqincid.dat may not exist yet; the first bounced
      *    cheque creates it.
       OPEN-OR-CREATE-PAYMENT-INCIDENTS.
           OPEN I-O PAYMENT-INCIDENTS.
           IF PAYMENT-INCIDENTS-FS = "35" THEN
              OPEN OUTPUT PAYMENT-INCIDENTS
              CLOSE PAYMENT-INCIDENTS
              OPEN I-O PAYMENT-INCIDENTS
           END-IF.

      *    Appended to, never replaced: the notification run may
      *    already have left tonight's letters in it.
       OPEN-LETTER-FILE.
           OPEN EXTEND LETTER-FILE.
           IF LETTER-FILE-FS = "35" THEN
              OPEN OUTPUT LETTER-FILE
           END-IF.

      *    The register is consulted and reserved before anything
      *    is applied; an exact re-presentation stops here, a
      *    skipped sequence number is called out loudly.
           MOVE 'Y' TO WS-CHEQUE-OK.
           MOVE SPACES TO WS-RETURN-REASON.

           IF PR-PIN = 0 AND PR-ACCT-NO = 0 THEN
              PERFORM PAY-BANK-DRAFT
              IF WS-CHEQUE-OK = 'Y' THEN
                 ADD 1 TO WS-PAID-COUNT
                 ADD 1 TO WS-DRAFT-PAID-COUNT
                 ADD PR-AMOUNT TO WS-PAID-TOTAL
              ELSE
                 ADD 1 TO WS-UNPAID-COUNT
                 PERFORM WRITE-UNPAID-RETURN
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-SERIAL-ISSUED.
           IF WS-CHEQUE-OK = 'Y' THEN
              PERFORM CHECK-STOP-REGISTER
           END-IF.
           IF WS-CHEQUE-OK = 'Y' THEN
              PERFORM RELEASE-BLOCKED-PROVISION
              PERFORM DEBIT-DRAWER-ACCOUNT
           END-IF.

           IF WS-CHEQUE-OK = 'Y' THEN
              ADD 1 TO WS-PAID-COUNT
              ADD PR-AMOUNT TO WS-PAID-TOTAL
              PERFORM REGULARIZE-ON-PAYMENT
           ELSE
              ADD 1 TO WS-UNPAID-COUNT
              PERFORM WRITE-UNPAID-RETURN
              IF WS-RETURN-REASON = "PROVISION INSUFFISANTE" THEN
                 PERFORM RECORD-PAYMENT-INCIDENT
              END-IF
           END-IF.

      *    A draft is paid once, for the amount it was issued
      *    for, and never once a stop is on it; no customer balance
      *    moves and no payment incident can follow.
       PAY-BANK-DRAFT.
           IF WS-DRAFTS-OPEN = 'N' THEN
              MOVE 'N' TO WS-CHEQUE-OK
              MOVE "CHEQUE DE BANQUE INCONNU" TO WS-RETURN-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE PR-SERIAL TO BD-SERIAL.
           READ BANK-DRAFTS
              INVALID KEY
                 MOVE 'N' TO WS-CHEQUE-OK
                 MOVE "CHEQUE DE BANQUE INCONNU" TO WS-RETURN-REASON
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN BD-IS-STOPPED
                 MOVE 'N' TO WS-CHEQUE-OK
                 MOVE "OPPOSITION" TO WS-RETURN-REASON
              WHEN BD-IS-PAID
                 MOVE 'N' TO WS-CHEQUE-OK
                 MOVE "CHEQUE DE BANQUE DEJA PAYE" TO WS-RETURN-REASON
              WHEN BD-AMOUNT NOT = PR-AMOUNT
                 MOVE 'N' TO WS-CHEQUE-OK
                 MOVE "MONTANT DIFFERENT" TO WS-RETURN-REASON
           END-EVALUATE.
           IF WS-CHEQUE-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           MOVE 'P' TO BD-STATUS.
           MOVE WS-TODAY TO BD-PAID-DATE.
           MOVE WS-TRAN-REF TO BD-PAID-REF.
           REWRITE BANK-DRAFT-RECORD.

           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE 'BDPY' TO TL-TYPE.
           MOVE PR-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       CHECK-SERIAL-ISSUED.
           MOVE 'N' TO WS-SERIAL-COVERED.
           IF CHEQUE-BOOKS-FS NOT = "00" THEN
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
              DELIMITED BY SIZE INTO UNPAID-RETURN-LINE.
           WRITE UNPAID-RETURN-LINE.

      *    The same cheque bounced again on a later presentment is
      *    still the one incident: only the first return opens it
      *    and sends the injunction.
       RECORD-PAYMENT-INCIDENT.
           MOVE PR-PIN TO PI-PIN.
           MOVE PR-ACCT-NO TO PI-ACCT-NO.
           MOVE PR-SERIAL TO PI-SERIAL.
           READ PAYMENT-INCIDENTS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE PR-AMOUNT TO PI-AMOUNT.
           MOVE WS-TODAY TO PI-INCIDENT-DATE.
           COMPUTE PI-BAN-END-DATE = WS-TODAY + 50000.
           IF PI-BAN-END-DATE(5:4) = "0229" THEN
              MOVE "0228" TO PI-BAN-END-DATE(5:4)
           END-IF.
           MOVE 'B' TO PI-STATUS.
           MOVE 0 TO PI-REGUL-DATE.
           MOVE 0 TO PI-REGUL-BY.
           MOVE 'N' TO PI-INCIDENT-SENT.
           MOVE 'N' TO PI-REGUL-SENT.
           WRITE PAYMENT-INCIDENT-RECORD
              INVALID KEY
                 DISPLAY "Incident non enregistre, cheque "
                    PR-SERIAL " statut " PAYMENT-INCIDENTS-FS
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-INCIDENT-COUNT.
           PERFORM WRITE-INJUNCTION-LETTER.

      *    A bounced cheque paid when presented again regularizes
      *    its incident by itself; the declaration run reports it.
       REGULARIZE-ON-PAYMENT.
           MOVE PR-PIN TO PI-PIN.
           MOVE PR-ACCT-NO TO PI-ACCT-NO.
           MOVE PR-SERIAL TO PI-SERIAL.
           READ PAYMENT-INCIDENTS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF PI-IS-BANNED THEN
              MOVE 'P' TO PI-STATUS
              MOVE WS-TODAY TO PI-REGUL-DATE
              MOVE 0 TO PI-REGUL-BY
              MOVE 'N' TO PI-REGUL-SENT
              REWRITE PAYMENT-INCIDENT-RECORD
           END-IF.

      *    The provision was set aside for exactly this cheque:
      *    lifting the hold makes it available to the debit that
      *    follows.
       RELEASE-BLOCKED-PROVISION.
           IF FREEZE-RECORDS-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE PR-PIN TO PI-PIN.
           MOVE PR-ACCT-NO TO PI-ACCT-NO.
           MOVE PR-SERIAL TO PI-SERIAL.
           READ PAYMENT-INCIDENTS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PI-IS-FUNDS-BLOCKED THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE PR-PIN TO FZ-PIN.
           MOVE PR-ACCT-NO TO FZ-ACCT-NO.
           READ FREEZE-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF FZ-IS-ACTIVE AND FZ-REASON-CODE = "PCHQ"
                 AND FZ-HELD-AMOUNT = PI-AMOUNT THEN
              MOVE 'R' TO FZ-STATUS
              REWRITE FREEZE-RECORD
           END-IF.

      *    The injunction: the drawer must hand back every cheque
      *    book and write no cheque on any account until the
      *    incident is regularized, and is told how to do so.
       WRITE-INJUNCTION-LETTER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE PR-PIN TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUSTOMER-FOUND
              END-READ
           END-IF.
           IF WS-CUSTOMER-FOUND = 'N' THEN
              DISPLAY "Injonction non editee, client " PR-PIN
                 " inconnu"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE PR-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CM-ADDRESS-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "INJONCTION DE NE PLUS EMETTRE DE CHEQUES du "
              WS-TODAY
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Cheque " PR-SERIAL " de " WS-AMOUNT-EDIT
              " EUR sur le compte " PR-PIN "-" PR-ACCT-NO
              " rejete pour"
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "defaut de provision. Restituez vos chequiers; "
              "aucun cheque sur aucun"
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "de vos comptes jusqu'au " PI-BAN-END-DATE
              " sauf regularisation :"
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING " - payer le beneficiaire et nous remettre le "
              "cheque, ou"
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING " - approvisionner le compte pour payer le cheque "
              "a sa representation, ou"
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING " - faire bloquer le montant sur le compte au "
              "profit du beneficiaire."
              DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       END PROGRAM ChequePresentment.
