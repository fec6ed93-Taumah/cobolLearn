       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhoneBanking.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              ALTERNATE RECORD KEY IS RCD-PIN WITH DUPLICATES
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The caller's saved destinations: the only payees other
      *  than their own accounts a telephone transfer can reach.
           SELECT BENEFICIARIES ASSIGN TO WS-BENEF-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BF-KEY
              FILE STATUS IS BENEFICIARIES-FS.

           SELECT MINOR-CONTROLS ASSIGN TO '../../data/minorctl.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MN-KEY
              FILE STATUS IS MINOR-CONTROLS-FS.

           SELECT INTENT-JOURNAL ASSIGN TO WS-INTENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD BENEFICIARIES.
       COPY "BENEFREC.cpy".

       FD MINOR-CONTROLS.
       COPY "MINORREC.cpy".

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 BENEFICIARIES-FS PIC XX.
       01 MINOR-CONTROLS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-BALANCES VALUE 1.
           88 WS-MENU-MOVEMENTS VALUE 2.
           88 WS-MENU-TRANSFER VALUE 3.
           88 WS-MENU-HANG-UP VALUE 4.

      *  The caller: customer id and telephone access code, checked
      *  with the same lockout the machine applies to a card PIN.
      *  A caller gets as many tries in one call as the code has
      *  left; the lock itself survives across calls.
       01 PIN PIC 9(4) VALUE 0.
       01 WS-ACCESS-CODE PIC 9(4).
       01 WS-ACCESS-STATUS PIC 9 VALUE 1.
       01 WS-TRIES-LEFT PIC 9.
       01 WS-CALLER-IDENTIFIED PIC X VALUE 'N'.
       01 WS-CALL-ENDED PIC X VALUE 'N'.

      *  The caller's accounts, loaded from the customer's slice of
      *  the account file; every account number the caller quotes
      *  is checked against this list before anything is read.
       01 WS-ACCOUNT-TABLE.
           03 WS-ACCOUNT-ENTRY OCCURS 20 TIMES.
               05 WS-A-ACCT-NO PIC 9(2).
               05 WS-A-ACCT-TYPE PIC X.
               05 WS-A-BALANCE PIC S9(7)V99.
               05 WS-A-CURRENCY PIC X(3).
               05 WS-A-STATUS PIC X.
       01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
       01 WS-ACCT-IDX PIC 9(2).
       01 WS-ACCT-FOUND PIC X.
       01 WS-ACCT-WANTED PIC 9(2).
       01 WS-BALANCE-EDIT PIC -Z(6)9,99.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.

      *  The last ten movements of one account, kept in a ring as
      *  the keyed read walks the history oldest-first, then read
      *  back to the caller newest-first.
       01 MOVEMENTS-TO-READ PIC 9(2) VALUE 10.
       01 WS-RING-TABLE.
           03 WS-RING-ENTRY OCCURS 10 TIMES.
               05 WS-R-DATETIME PIC 9(14).
               05 WS-R-TYPE PIC X(4).
               05 WS-R-AMOUNT PIC 9(7)V99.
               05 WS-R-BALANCE PIC S9(7)V99.
       01 WS-SEEN-COUNT PIC 9(6) VALUE 0.
       01 WS-SHOW-COUNT PIC 9(6) VALUE 0.
       01 WS-SHOWN PIC 9(2) VALUE 0.
       01 WS-RING-SLOT PIC 9(2).

      *  The transfer being taken down over the telephone.
       01 ACCT-NO PIC 9(2).
       01 DEST-PIN PIC 9(4).
       01 DEST-ACCT-NO PIC 9(2).
       01 WS-DEST-LABEL PIC X(20).
       01 WS-DEST-KIND PIC 9 VALUE 0.
       01 WS-BENEF-COUNT PIC 9(2) VALUE 0.
       01 WS-BENEF-PICK PIC 9(2) VALUE 0.
       01 AMMOUNT-TO-TRANSFER PIC 9(5)V99 VALUE 0.
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.
       01 WS-TRANSFER-OK PIC X.
       01 WS-REFUSAL-DETAIL PIC X(20).
       01 WS-SOURCE-CURRENCY PIC X(3).
       01 WS-DEST-CURRENCY PIC X(3).
       01 WS-DEST-BALANCE PIC S9(7)V99.
       01 NEW-DEST-AMMOUNT PIC S9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-AVAIL-REASON PIC 9.

      *  Nobody can present a signatory's card down the telephone,
      *  so a legal entity's account pays out to third parties at
      *  the machine or the desk, never here.
       01 WS-FIRST-SIGNER PIC 9(4) VALUE 0.
       01 WS-SECOND-SIGNER PIC 9(4) VALUE 0.
       01 WS-SIGN-AMOUNT PIC 9(7)V99.
       01 WS-SIGN-RESULT PIC X.

       01 WS-TRAN-REF PIC 9(8).
       01 WS-LEG-PIN PIC 9(4).
       01 WS-LEG-ACCT-NO PIC 9(2).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(5)V99.

      *  Above this amount the customer is told about the transfer
      *  through the nightly notification formatter.
       01 NOTIFY-THRESHOLD PIC 9(5)V99 VALUE 500,00.
       COPY "NOTIFEVT.cpy".

      *  Every step of the call goes to the call journal.
       01 WS-CJ-EVENT PIC X(8).
       01 WS-CJ-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-CJ-DETAIL PIC X(20) VALUE SPACES.

      *  Every look at a customer's accounts leaves a row on the
      *  shared access log; zero as the operator is the customer
      *  serving themselves.
       01 WS-AUDIT-OPERATOR PIC 9(6) VALUE 0.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE "PhoneBanking".

      *  Postings from the telephone channel carry no card and no
      *  terminal; the branch is the one running the service.
       01 WS-NO-CARD PIC 9(4) VALUE 0.
       01 WS-TERMINAL-ID PIC X(4) VALUE "0000".
       01 WS-BRANCH-ID PIC X(2) VALUE "00".

       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-INTENT-PATH PIC X(100) VALUE "../../data/intent.dat".
       01 WS-BENEF-PATH PIC X(100) VALUE "../../data/benef.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BENEF-PATH FROM ENVIRONMENT "BENEF_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-INTENT-PATH FROM ENVIRONMENT "INTENT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE
              WS-BUSINESS-DATE WS-BUSDATE-STATUS.

           MOVE 'APPEL' TO WS-CJ-EVENT.
           MOVE SPACES TO WS-CJ-DETAIL.
           PERFORM WRITE-CALL-EVENT.

           PERFORM UNTIL WS-CALLER-IDENTIFIED = 'Y'
                 OR WS-CALL-ENDED = 'Y'
              PERFORM IDENTIFY-CALLER
           END-PERFORM.

           IF WS-CALLER-IDENTIFIED = 'N' THEN
              MOVE 'FIN' TO WS-CJ-EVENT
              MOVE "NON IDENTIFIE" TO WS-CJ-DETAIL
              PERFORM WRITE-CALL-EVENT
              STOP RUN
           END-IF.

           PERFORM LOAD-CALLER-ACCOUNTS.

           PERFORM UNTIL WS-MENU-HANG-UP
              PERFORM DISPLAY-PHONE-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-BALANCES
                    PERFORM READ-OUT-BALANCES
                 WHEN WS-MENU-MOVEMENTS
                    PERFORM READ-OUT-LAST-MOVEMENTS
                 WHEN WS-MENU-TRANSFER
                    PERFORM TAKE-PHONE-TRANSFER
                 WHEN WS-MENU-HANG-UP
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           MOVE 'FIN' TO WS-CJ-EVENT.
           MOVE SPACES TO WS-CJ-DETAIL.
           MOVE 0 TO WS-CJ-AMOUNT.
           PERFORM WRITE-CALL-EVENT.
           DISPLAY "Au revoir".
           STOP RUN.

       DISPLAY-PHONE-MENU.
           DISPLAY "=== Banque par telephone ===".
           DISPLAY "1. Soldes de vos comptes".
           DISPLAY "2. Dix derniers mouvements d'un compte".
           DISPLAY "3. Virement".
           DISPLAY "4. Fin de l'appel".
           DISPLAY "Votre choix ?".

      *    One attempt per pass: a wrong code leaves the caller
      *    another go while the code has tries left; a locked,
      *    revoked or never-issued code ends the call.
       IDENTIFY-CALLER.
           DISPLAY "Identifiant client ?".
           ACCEPT PIN.
           DISPLAY "Code d'acces telephone ?".
           ACCEPT WS-ACCESS-CODE.
           CALL "CheckPhoneAccess" USING BY REFERENCE PIN
              WS-ACCESS-CODE WS-ACCESS-STATUS WS-TRIES-LEFT.
           MOVE 0 TO WS-ACCESS-CODE.
           MOVE 0 TO WS-CJ-AMOUNT.
           MOVE SPACES TO WS-CJ-DETAIL.
           EVALUATE WS-ACCESS-STATUS
              WHEN 0
                 MOVE 'Y' TO WS-CALLER-IDENTIFIED
                 MOVE 'IDENT OK' TO WS-CJ-EVENT
              WHEN 1
                 DISPLAY "Code errone, essais restants : "
                    WS-TRIES-LEFT
                 MOVE 'IDENT KO' TO WS-CJ-EVENT
                 MOVE "CODE ERRONE" TO WS-CJ-DETAIL
              WHEN 9
                 DISPLAY "Acces telephone bloque, adressez-vous a "
                    "votre agence"
                 MOVE 'VERROU' TO WS-CJ-EVENT
                 MOVE "CODE BLOQUE" TO WS-CJ-DETAIL
                 MOVE 'Y' TO WS-CALL-ENDED
              WHEN OTHER
                 DISPLAY "Aucun code telephone en vigueur, "
                    "adressez-vous a votre agence"
                 MOVE 'IDENT KO' TO WS-CJ-EVENT
                 MOVE "PAS DE CODE" TO WS-CJ-DETAIL
                 MOVE 'Y' TO WS-CALL-ENDED
           END-EVALUATE.
           PERFORM WRITE-CALL-EVENT.

      *    The caller's accounts through the customer-id alternate
      *    key, the same slice the machine lists at login.
       LOAD-CALLER-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN TO RCD-PIN.
           START BANK-RECORDS KEY IS = RCD-PIN
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = PIN
                          OR WS-ACCOUNT-COUNT >= 20 THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE RCD-ACCT-NO
                          TO WS-A-ACCT-NO(WS-ACCOUNT-COUNT)
                       MOVE RCD-ACCT-TYPE
                          TO WS-A-ACCT-TYPE(WS-ACCOUNT-COUNT)
                       MOVE RCD-AMMOUNT
                          TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
                       MOVE RCD-CURRENCY
                          TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
                       MOVE RCD-STATUS
                          TO WS-A-STATUS(WS-ACCOUNT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANK-RECORDS.

       FIND-CALLER-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                    OR WS-ACCT-FOUND = 'Y'
              IF WS-A-ACCT-NO(WS-ACCT-IDX) = WS-ACCT-WANTED THEN
                 MOVE 'Y' TO WS-ACCT-FOUND
              END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = 'Y' THEN
              SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

       READ-OUT-BALANCES.
           PERFORM LOAD-CALLER-ACCOUNTS.
           CALL "RecordAccessLog" USING BY REFERENCE
              WS-AUDIT-OPERATOR PIN WS-AUDIT-PROGRAM.
           IF WS-ACCOUNT-COUNT = 0 THEN
              DISPLAY "Aucun compte a votre nom"
           END-IF.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
              MOVE WS-A-BALANCE(WS-ACCT-IDX) TO WS-BALANCE-EDIT
              IF WS-A-ACCT-TYPE(WS-ACCT-IDX) = 'E' THEN
                 DISPLAY "Compte epargne " WS-A-ACCT-NO(WS-ACCT-IDX)
                    " : " WS-BALANCE-EDIT " "
                    WS-A-CURRENCY(WS-ACCT-IDX)
              ELSE
                 DISPLAY "Compte courant " WS-A-ACCT-NO(WS-ACCT-IDX)
                    " : " WS-BALANCE-EDIT " "
                    WS-A-CURRENCY(WS-ACCT-IDX)
              END-IF
           END-PERFORM.
           MOVE 'SOLDES' TO WS-CJ-EVENT.
           MOVE 0 TO WS-CJ-AMOUNT.
           MOVE SPACES TO WS-CJ-DETAIL.
           PERFORM WRITE-CALL-EVENT.

       READ-OUT-LAST-MOVEMENTS.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-WANTED.
           PERFORM FIND-CALLER-ACCOUNT.
           IF WS-ACCT-FOUND = 'N' THEN
              DISPLAY "Ce compte n'est pas a votre nom"
              MOVE 'REFUS' TO WS-CJ-EVENT
              MOVE 0 TO WS-CJ-AMOUNT
              MOVE "COMPTE NON TITULAIRE" TO WS-CJ-DETAIL
              PERFORM WRITE-CALL-EVENT
              EXIT PARAGRAPH
           END-IF.
           CALL "RecordAccessLog" USING BY REFERENCE
              WS-AUDIT-OPERATOR PIN WS-AUDIT-PROGRAM.
           MOVE 'MOUVEMT' TO WS-CJ-EVENT.
           MOVE 0 TO WS-CJ-AMOUNT.
           MOVE SPACES TO WS-CJ-DETAIL.
           STRING "COMPTE " WS-ACCT-WANTED
              DELIMITED BY SIZE INTO WS-CJ-DETAIL.
           PERFORM WRITE-CALL-EVENT.

           MOVE 0 TO WS-SEEN-COUNT.
           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS NOT = "00" THEN
              CLOSE TRANHIST-RECORDS
              DISPLAY "Aucun mouvement enregistre sur ce compte"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE PIN TO TH-PIN.
           MOVE WS-ACCT-WANTED TO TH-ACCT-NO.
           MOVE 0 TO TH-DATETIME.
           MOVE 0 TO TH-SEQ.
           START TRANHIST-RECORDS KEY IS >= TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TH-PIN NOT = PIN
                          OR TH-ACCT-NO NOT = WS-ACCT-WANTED THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM KEEP-IN-RING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANHIST-RECORDS.

           IF WS-SEEN-COUNT = 0 THEN
              DISPLAY "Aucun mouvement enregistre sur ce compte"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEEN-COUNT TO WS-SHOW-COUNT.
           MOVE 0 TO WS-SHOWN.
           PERFORM UNTIL WS-SHOW-COUNT = 0
                 OR WS-SHOWN >= MOVEMENTS-TO-READ
              COMPUTE WS-RING-SLOT = FUNCTION MOD(
                 WS-SHOW-COUNT - 1, MOVEMENTS-TO-READ) + 1
              MOVE WS-R-AMOUNT(WS-RING-SLOT) TO WS-AMOUNT-EDIT
              MOVE WS-R-BALANCE(WS-RING-SLOT) TO WS-BALANCE-EDIT
              DISPLAY "  " WS-R-DATETIME(WS-RING-SLOT)(1:8)
                 " " WS-R-TYPE(WS-RING-SLOT)
                 " montant " WS-AMOUNT-EDIT
                 " solde " WS-BALANCE-EDIT
              SUBTRACT 1 FROM WS-SHOW-COUNT
              ADD 1 TO WS-SHOWN
           END-PERFORM.

       KEEP-IN-RING.
           ADD 1 TO WS-SEEN-COUNT.
           COMPUTE WS-RING-SLOT = FUNCTION MOD(
              WS-SEEN-COUNT - 1, MOVEMENTS-TO-READ) + 1.
           MOVE TH-DATETIME TO WS-R-DATETIME(WS-RING-SLOT).
           MOVE TH-TYPE TO WS-R-TYPE(WS-RING-SLOT).
           MOVE TH-AMOUNT TO WS-R-AMOUNT(WS-RING-SLOT).
           MOVE TH-BALANCE TO WS-R-BALANCE(WS-RING-SLOT).

      *    Between the caller's own accounts, or to a beneficiary
      *    already saved at the machine or the desk; a new payee is
      *    never taken down over the telephone. Every check runs
      *    before the amount is read back for the caller's yes.
       TAKE-PHONE-TRANSFER.
           MOVE 'Y' TO WS-TRANSFER-OK.
           MOVE 0 TO AMMOUNT-TO-TRANSFER.
           MOVE 0 TO WS-CJ-AMOUNT.
           PERFORM LOAD-CALLER-ACCOUNTS.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Virement refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE "REVUE KYC ECHUE" TO WS-REFUSAL-DETAIL
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte a debiter ?".
           ACCEPT WS-ACCT-WANTED.
           PERFORM FIND-CALLER-ACCOUNT.
           IF WS-ACCT-FOUND = 'N' THEN
              DISPLAY "Ce compte n'est pas a votre nom"
              MOVE "COMPTE NON TITULAIRE" TO WS-REFUSAL-DETAIL
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.
           IF WS-A-STATUS(WS-ACCT-IDX) NOT = 'A' THEN
              DISPLAY "Compte a debiter non actif"
              MOVE "SOURCE NON ACTIVE" TO WS-REFUSAL-DETAIL
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCT-WANTED TO ACCT-NO.

           PERFORM CHOOSE-PHONE-DESTINATION.
           IF WS-TRANSFER-OK = 'N' THEN
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant du virement ?".
           ACCEPT AMMOUNT-TO-TRANSFER.
           IF AMMOUNT-TO-TRANSFER = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              MOVE "MONTANT NUL" TO WS-REFUSAL-DETAIL
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.
           MOVE AMMOUNT-TO-TRANSFER TO WS-CJ-AMOUNT.

           IF DEST-PIN NOT = PIN THEN
              MOVE AMMOUNT-TO-TRANSFER TO WS-SIGN-AMOUNT
              CALL "CheckSignatories" USING BY REFERENCE PIN
                 WS-FIRST-SIGNER WS-SECOND-SIGNER WS-SIGN-AMOUNT
                 WS-SIGN-RESULT
              IF WS-SIGN-RESULT NOT = 'N' THEN
                 DISPLAY "Compte professionnel : virement a "
                    "effectuer en agence ou au distributeur"
                 MOVE "SIGNATAIRE" TO WS-REFUSAL-DETAIL
                 PERFORM REFUSE-PHONE-TRANSFER
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM CHECK-MINOR-THRESHOLD.
           IF WS-TRANSFER-OK = 'N' THEN
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.

           CALL "FundsAvailability" USING BY REFERENCE PIN
              ACCT-NO AMMOUNT-TO-TRANSFER WS-AVAILABLE
              WS-AVAIL-REASON.
           IF WS-AVAILABLE < AMMOUNT-TO-TRANSFER THEN
              DISPLAY "Solde disponible insuffisant pour ce "
                 "virement"
              MOVE "SOLDE INSUFFISANT" TO WS-REFUSAL-DETAIL
              PERFORM REFUSE-PHONE-TRANSFER
              EXIT PARAGRAPH
           END-IF.

           MOVE AMMOUNT-TO-TRANSFER TO WS-AMOUNT-EDIT.
           DISPLAY "Virement de " WS-AMOUNT-EDIT " du compte "
              ACCT-NO " vers " WS-DEST-LABEL.
           DISPLAY "Confirmez-vous (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Virement abandonne"
              MOVE 'ANNUL' TO WS-CJ-EVENT
              MOVE "NON CONFIRME" TO WS-CJ-DETAIL
              PERFORM WRITE-CALL-EVENT
              EXIT PARAGRAPH
           END-IF.

           OPEN I-O BANK-RECORDS.
           PERFORM READ-DESTINATION-ACCOUNT.
           IF WS-TRANSFER-OK = 'Y' THEN
              PERFORM DEBIT-AND-CREDIT-BOTH-LEGS
           END-IF.
           CLOSE BANK-RECORDS.
           IF WS-TRANSFER-OK = 'N' THEN
              PERFORM REFUSE-PHONE-TRANSFER
           END-IF.

      *    Another of the caller's own accounts, or one of their
      *    saved beneficiaries picked by its number on the list.
       CHOOSE-PHONE-DESTINATION.
           DISPLAY "Destination : 1=un autre de vos comptes, "
              "2=beneficiaire enregistre ?".
           ACCEPT WS-DEST-KIND.
           EVALUATE WS-DEST-KIND
              WHEN 1
                 DISPLAY "Compte a crediter ?"
                 ACCEPT WS-ACCT-WANTED
                 PERFORM FIND-CALLER-ACCOUNT
                 IF WS-ACCT-FOUND = 'N'
                       OR WS-ACCT-WANTED = ACCT-NO THEN
                    DISPLAY "Compte a crediter invalide"
                    MOVE 'N' TO WS-TRANSFER-OK
                    MOVE "DEST INVALIDE" TO WS-REFUSAL-DETAIL
                 ELSE
                    MOVE PIN TO DEST-PIN
                    MOVE WS-ACCT-WANTED TO DEST-ACCT-NO
                    MOVE SPACES TO WS-DEST-LABEL
                    STRING "votre compte " WS-ACCT-WANTED
                       DELIMITED BY SIZE INTO WS-DEST-LABEL
                 END-IF
              WHEN 2
                 PERFORM PICK-SAVED-BENEFICIARY
              WHEN OTHER
                 DISPLAY "Choix invalide"
                 MOVE 'N' TO WS-TRANSFER-OK
                 MOVE "DEST INVALIDE" TO WS-REFUSAL-DETAIL
           END-EVALUATE.

       PICK-SAVED-BENEFICIARY.
           MOVE 'N' TO WS-TRANSFER-OK.
           MOVE "PAS DE BENEFICIAIRE" TO WS-REFUSAL-DETAIL.
           MOVE 0 TO WS-BENEF-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BENEFICIARIES.
           IF BENEFICIARIES-FS NOT = "00" THEN
              CLOSE BENEFICIARIES
              DISPLAY "Aucun beneficiaire enregistre"
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN TO BF-PIN.
           MOVE 0 TO BF-SEQ.
           START BENEFICIARIES KEY IS >= BF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BENEFICIARIES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF BF-PIN NOT = PIN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-BENEF-COUNT
                       DISPLAY "  " BF-SEQ ". " BF-LABEL
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-BENEF-COUNT = 0 THEN
              CLOSE BENEFICIARIES
              DISPLAY "Aucun beneficiaire enregistre"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero du beneficiaire ?".
           ACCEPT WS-BENEF-PICK.
           MOVE PIN TO BF-PIN.
           MOVE WS-BENEF-PICK TO BF-SEQ.
           READ BENEFICIARIES
              INVALID KEY
                 DISPLAY "Beneficiaire inconnu"
                 MOVE "BENEF INCONNU" TO WS-REFUSAL-DETAIL
              NOT INVALID KEY
                 MOVE BF-DEST-PIN TO DEST-PIN
                 MOVE BF-DEST-ACCT-NO TO DEST-ACCT-NO
                 MOVE BF-LABEL TO WS-DEST-LABEL
                 MOVE 'Y' TO WS-TRANSFER-OK
           END-READ.
           CLOSE BENEFICIARIES.

      *    A minor's account above its pocket-money threshold needs
      *    the guardian's card, which cannot be keyed by telephone.
       CHECK-MINOR-THRESHOLD.
           OPEN INPUT MINOR-CONTROLS.
           IF MINOR-CONTROLS-FS NOT = "00" THEN
              CLOSE MINOR-CONTROLS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN TO MN-PIN.
           MOVE ACCT-NO TO MN-ACCT-NO.
           READ MINOR-CONTROLS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MN-IS-MINOR
                       AND AMMOUNT-TO-TRANSFER > MN-THRESHOLD THEN
                    DISPLAY "Montant au-dessus du seuil autorise "
                       "sans l'accord du tuteur"
                    MOVE 'N' TO WS-TRANSFER-OK
                    MOVE "TUTEUR" TO WS-REFUSAL-DETAIL
                 END-IF
           END-READ.
           CLOSE MINOR-CONTROLS.

      *    The destination must exist, be active and hold the same
      *    currency before the source is touched; no rate is quoted
      *    over the telephone.
       READ-DESTINATION-ACCOUNT.
           MOVE DEST-PIN TO RCD-PIN.
           MOVE DEST-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte destinataire introuvable"
                 MOVE 'N' TO WS-TRANSFER-OK
                 MOVE "DEST INTROUVABLE" TO WS-REFUSAL-DETAIL
              NOT INVALID KEY
                 IF NOT RCD-ACTIVE THEN
                    DISPLAY "Compte destinataire non actif"
                    MOVE 'N' TO WS-TRANSFER-OK
                    MOVE "DEST NON ACTIVE" TO WS-REFUSAL-DETAIL
                 ELSE
                    MOVE RCD-CURRENCY TO WS-DEST-CURRENCY
                    MOVE RCD-AMMOUNT TO WS-DEST-BALANCE
                 END-IF
           END-READ.

       DEBIT-AND-CREDIT-BOTH-LEGS.
           MOVE PIN TO RCD-PIN.
           MOVE ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-TRANSFER-OK
                 MOVE "SOURCE INTROUVABLE" TO WS-REFUSAL-DETAIL
           END-READ.
           IF WS-TRANSFER-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT RCD-ACTIVE THEN
              DISPLAY "Compte a debiter non actif"
              MOVE 'N' TO WS-TRANSFER-OK
              MOVE "SOURCE NON ACTIVE" TO WS-REFUSAL-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-CURRENCY TO WS-SOURCE-CURRENCY.
           IF WS-SOURCE-CURRENCY NOT = WS-DEST-CURRENCY THEN
              DISPLAY "Virement entre devises : a effectuer en "
                 "agence ou au distributeur"
              MOVE 'N' TO WS-TRANSFER-OK
              MOVE "DEVISES DIFFERENTES" TO WS-REFUSAL-DETAIL
              EXIT PARAGRAPH
           END-IF.
           ADD WS-DEST-BALANCE AMMOUNT-TO-TRANSFER
              GIVING NEW-DEST-AMMOUNT.
           IF NEW-DEST-AMMOUNT > MAX-BALANCE THEN
              DISPLAY "Virement refuse : le solde du compte "
                 "destinataire depasserait le plafond autorise"
              MOVE 'N' TO WS-TRANSFER-OK
              MOVE "PLAFOND DESTINATION" TO WS-REFUSAL-DETAIL
              EXIT PARAGRAPH
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

           MOVE DEST-PIN TO RCD-PIN.
           MOVE DEST-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              NOT INVALID KEY
                 ADD AMMOUNT-TO-TRANSFER TO RCD-AMMOUNT
                 REWRITE BANK-RECORD
                 MOVE DEST-PIN TO WS-LEG-PIN
                 MOVE DEST-ACCT-NO TO WS-LEG-ACCT-NO
                 MOVE 'XIN ' TO WS-LEG-TYPE
                 PERFORM WRITE-TRANLOG-LEG
           END-READ.
           PERFORM WRITE-DONE-ROW.
           IF AMMOUNT-TO-TRANSFER > NOTIFY-THRESHOLD THEN
              PERFORM QUEUE-TRANSFER-NOTICE
           END-IF.

           DISPLAY "Virement effectue, reference " WS-TRAN-REF.
           MOVE 'VIREMENT' TO WS-CJ-EVENT.
           MOVE SPACES TO WS-CJ-DETAIL.
           STRING "REF " WS-TRAN-REF
              DELIMITED BY SIZE INTO WS-CJ-DETAIL.
           PERFORM WRITE-CALL-EVENT.

       REFUSE-PHONE-TRANSFER.
           MOVE 'REFUS' TO WS-CJ-EVENT.
           MOVE WS-REFUSAL-DETAIL TO WS-CJ-DETAIL.
           PERFORM WRITE-CALL-EVENT.

      *    The before-image of both balances goes to the intent
      *    journal ahead of the first REWRITE; the DONE marker is
      *    only written once both legs have landed.
       WRITE-INTENT-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'INTENT' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 2 TO IJ-ACCOUNT-COUNT.
           MOVE PIN TO IJ-PIN-1.
           MOVE ACCT-NO TO IJ-ACCT-NO-1.
           MOVE RCD-AMMOUNT TO IJ-BALANCE-1.
           MOVE DEST-PIN TO IJ-PIN-2.
           MOVE DEST-ACCT-NO TO IJ-ACCT-NO-2.
           MOVE WS-DEST-BALANCE TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       WRITE-DONE-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'DONE  ' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 0 TO IJ-ACCOUNT-COUNT.
           MOVE 0 TO IJ-PIN-1.
           MOVE 0 TO IJ-ACCT-NO-1.
           MOVE 0 TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       WRITE-TRANLOG-LEG.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE WS-LEG-PIN TO TL-PIN.
           MOVE WS-LEG-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-LEG-TYPE TO TL-TYPE.
           MOVE WS-LEG-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE WS-NO-CARD TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

      *    A large transfer out is something the customer hears
      *    about the same night, not when the statement arrives.
       QUEUE-TRANSFER-NOTICE.
           MOVE PIN TO NV-CUSTOMER-ID.
           MOVE 'XFER' TO NV-EVENT-TYPE.
           MOVE AMMOUNT-TO-TRANSFER TO NV-AMOUNT.
           MOVE WS-TRAN-REF TO NV-REF.
           MOVE SPACES TO NV-DETAIL.
           CALL "NotifyCustomer" USING BY REFERENCE
              NOTIFY-EVENT-RECORD.

       WRITE-CALL-EVENT.
           CALL "RecordCallEvent" USING BY REFERENCE
              WS-CJ-EVENT PIN WS-CJ-AMOUNT WS-CJ-DETAIL.

       END PROGRAM PhoneBanking.
