       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerCash.

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
              LOCK MODE IS MANUAL
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-RECORDS ASSIGN TO '../../data/receipts.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTR-RECORDS ASSIGN TO WS-CTR-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Before-image and completion marker around the REWRITE, so
      *  a crash mid-update is backed out at the next startup.
           SELECT INTENT-JOURNAL ASSIGN TO WS-INTENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

      *  The float is drawn from the branch vault when a till
      *  opens and the counted cash goes back in when it closes.
           SELECT VAULT-LEDGER ASSIGN TO '../../data/vault.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VL-BRANCH
              FILE STATUS IS VAULT-LEDGER-FS.

           SELECT TELLER-TILLS ASSIGN TO '../../data/tills.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TT-KEY
              FILE STATUS IS TELLER-TILLS-FS.

           SELECT TILL-JOURNAL ASSIGN TO '../../data/tilljrnl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A till over or short at close is an exception for the
      *  supervisor, the same as a terminal that does not balance.
           SELECT CASH-EXCEPTIONS ASSIGN TO
                 '../../data/cashexcept.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD RECEIPT-RECORDS.
       01 RECEIPT-LINE PIC X(60).

       FD CTR-RECORDS.
       COPY "CTRREC.cpy".

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       FD VAULT-LEDGER.
       COPY "VAULTLEDG.cpy".

       FD TELLER-TILLS.
       COPY "TILLREC.cpy".

       FD TILL-JOURNAL.
       COPY "TILLJRNL.cpy".

       FD CASH-EXCEPTIONS.
       01 CASH-EXCEPTION-LINE PIC X(80).

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 OPERATOR-RECORDS-FS PIC XX.
       01 VAULT-LEDGER-FS PIC XX.
       01 TELLER-TILLS-FS PIC XX.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-OPEN-TILL VALUE 1.
           88 WS-MENU-DEPOSIT VALUE 2.
           88 WS-MENU-WITHDRAW VALUE 3.
           88 WS-MENU-POSITION VALUE 4.
           88 WS-MENU-CLOSE-TILL VALUE 5.
           88 WS-MENU-LIST-TILLS VALUE 6.
           88 WS-MENU-QUIT VALUE 7.

      *  Who is signed on at this counter; their till is keyed on
      *  their operator number and the business day.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-TILL-FOUND PIC X VALUE 'N'.
           88 WS-HAS-OPEN-TILL VALUE 'Y'.
       01 WS-EOF PIC X VALUE 'N'.

      *  The float offered when a till opens, overridden per
      *  deployment like the other thresholds.
       01 TILL-DEFAULT-FLOAT PIC 9(7)V99 VALUE 2000,00.
       01 WS-FLOAT-RAW PIC X(8) VALUE SPACES.
       01 WS-FLOAT-AMOUNT PIC 9(7)V99 VALUE 0.

      *  What the till should hold right now: the float plus the
      *  cash taken in less the cash paid out.
       01 WS-EXPECTED-CASH PIC S9(9)V99.
       01 WS-EXPECTED-EDIT PIC -(9)9,99.
       01 WS-DIFFERENCE-EDIT PIC -(7)9,99.
       01 WS-DIFFERENCE-AMOUNT PIC 9(7)V99.

      *  The end-of-shift count, note values in the order the
      *  till record keeps them.
       01 WS-DENOMINATION-VALUES.
           03 FILLER PIC 9(3) VALUE 500.
           03 FILLER PIC 9(3) VALUE 200.
           03 FILLER PIC 9(3) VALUE 100.
           03 FILLER PIC 9(3) VALUE 050.
           03 FILLER PIC 9(3) VALUE 020.
           03 FILLER PIC 9(3) VALUE 010.
           03 FILLER PIC 9(3) VALUE 005.
       01 WS-DENOMINATIONS REDEFINES WS-DENOMINATION-VALUES.
           03 WS-DENOM PIC 9(3) OCCURS 7 TIMES.
       01 WS-DENOM-IDX PIC 9.
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

       01 WS-PIN PIC 9(4).
       01 WS-ACCT-NO PIC 9(2).
       01 WS-CASH-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-TRANSACTION-TYPE PIC X(4).
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-DEPOSIT PIC 9(4)V99 VALUE 5000,00.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.

       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-AVAIL-REASON PIC 9.

      *  Above this amount a cash movement must be declared; the
      *  per-deployment override follows the data-path pattern.
       01 CTR-THRESHOLD PIC 9(5)V99 VALUE 2000,00.
       01 WS-CTR-RAW PIC X(8) VALUE SPACES.

       01 WS-TRAN-REF PIC 9(8).
       01 WS-RECEIPT-DATE PIC 9(8).
       01 WS-NOW PIC 9(14).
       01 WS-JOURNAL-AMOUNT PIC 9(7)V99.

       COPY "BALEDIT.cpy".

      *  A withdrawal at the counter is checked the way the desk
      *  checks any debit it makes: a proxy acting within the
      *  mandate, a KYC review still in force, and the signatures
      *  a legal entity's account needs.
       01 WS-PROXY-ID PIC 9(4) VALUE 0.
       01 WS-PROXY-SCOPE-NEEDED PIC X VALUE 'R'.
       01 WS-PROXY-AMOUNT PIC 9(7)V99.
       01 WS-PROXY-RESULT PIC X.
           88 WS-PROXY-ALLOWED VALUE 'O'.
       01 WS-PROXY-SCOPE PIC X.
       01 WS-PROXY-LIMIT PIC 9(7)V99.
       01 WS-PROXY-DOC-REF PIC X(20).
       01 WS-SIGNATORY-OK PIC X VALUE 'Y'.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-FIRST-SIGNER PIC 9(4).
       01 WS-SECOND-SIGNER PIC 9(4).
       01 WS-SIGN-RESULT PIC X.
       01 WS-TODAY PIC 9(8).

      *  Counter cash is kept apart from the machines' drawers on
      *  the log and the end-of-day terminal totals.
       01 WS-COUNTER-TERMINAL PIC X(4) VALUE "GUIC".
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-INTENT-PATH PIC X(100) VALUE "../../data/intent.dat".
       01 WS-CTR-PATH PIC X(100) VALUE "../../data/ctr.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-INTENT-PATH FROM ENVIRONMENT "INTENT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CTR-PATH FROM ENVIRONMENT "CTR_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           ACCEPT WS-CTR-RAW FROM ENVIRONMENT "CTR_THRESHOLD"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-CTR-RAW IS NUMERIC THEN
              MOVE WS-CTR-RAW TO CTR-THRESHOLD
           END-IF.
           ACCEPT WS-FLOAT-RAW FROM ENVIRONMENT "TILL_FLOAT"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-FLOAT-RAW IS NUMERIC THEN
              MOVE WS-FLOAT-RAW TO TILL-DEFAULT-FLOAT
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE
              WS-BUSINESS-DATE WS-BUSDATE-STATUS.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM FIND-OPERATOR-BRANCH.

           OPEN I-O TELLER-TILLS.
           IF TELLER-TILLS-FS = "35" THEN
              CLOSE TELLER-TILLS
              OPEN OUTPUT TELLER-TILLS
              CLOSE TELLER-TILLS
              OPEN I-O TELLER-TILLS
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-TELLER-CASH-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE 0 TO WS-PROXY-ID
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              MOVE 'Y' TO WS-SIGNATORY-OK
              PERFORM READ-OWN-TILL
              EVALUATE TRUE
                 WHEN WS-MENU-OPEN-TILL
                    PERFORM OPEN-TILL
                 WHEN WS-MENU-DEPOSIT
                    PERFORM COUNTER-CASH-DEPOSIT
                 WHEN WS-MENU-WITHDRAW
                    PERFORM COUNTER-CASH-WITHDRAWAL
                 WHEN WS-MENU-POSITION
                    PERFORM SHOW-TILL-POSITION
                 WHEN WS-MENU-CLOSE-TILL
                    PERFORM CLOSE-TILL
                 WHEN WS-MENU-LIST-TILLS
                    PERFORM LIST-BRANCH-TILLS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE TELLER-TILLS.

           STOP RUN.

       DISPLAY-TELLER-CASH-MENU.
           DISPLAY "===== Caisse guichet =====".
           DISPLAY "1. Ouvrir ma caisse".
           DISPLAY "2. Versement especes".
           DISPLAY "3. Retrait especes".
           DISPLAY "4. Situation de ma caisse".
           DISPLAY "5. Arreter ma caisse (fin de service)".
           DISPLAY "6. Caisses de l'agence (superviseur)".
           DISPLAY "7. Quitter".

      *    The till belongs to the operator's own branch; one not
      *    yet attached to a branch works from this desk's.
       FIND-OPERATOR-BRANCH.
           OPEN INPUT OPERATOR-RECORDS.
           IF OPERATOR-RECORDS-FS = "00" THEN
              MOVE WS-OPERATOR-ID TO OP-ID
              READ OPERATOR-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OP-BRANCH NOT = SPACES THEN
                       MOVE OP-BRANCH TO WS-BRANCH-ID
                    END-IF
              END-READ
           END-IF.
           CLOSE OPERATOR-RECORDS.

       READ-OWN-TILL.
           MOVE 'N' TO WS-TILL-FOUND.
           MOVE WS-OPERATOR-ID TO TT-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO TT-DATE.
           READ TELLER-TILLS
              INVALID KEY
                 INITIALIZE TELLER-TILL-RECORD
              NOT INVALID KEY
                 IF TT-IS-OPEN THEN
                    MOVE 'Y' TO WS-TILL-FOUND
                 END-IF
           END-READ.

      *    One till per teller and business day. Its float comes
      *    out of the branch vault, so the vault must hold it.
       OPEN-TILL.
           MOVE WS-OPERATOR-ID TO TT-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO TT-DATE.
           READ TELLER-TILLS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TT-IS-OPEN THEN
                    DISPLAY "Votre caisse est deja ouverte"
                 ELSE
                    DISPLAY "Votre caisse du " WS-BUSINESS-DATE
                       " est deja arretee"
                 END-IF
                 EXIT PARAGRAPH
           END-READ.

           DISPLAY "Fonds de caisse a tirer du coffre (0 pour "
              TILL-DEFAULT-FLOAT ") ?".
           ACCEPT WS-FLOAT-AMOUNT.
           IF WS-FLOAT-AMOUNT = 0 THEN
              MOVE TILL-DEFAULT-FLOAT TO WS-FLOAT-AMOUNT
           END-IF.

           OPEN I-O VAULT-LEDGER.
           IF VAULT-LEDGER-FS NOT = "00" THEN
              CLOSE VAULT-LEDGER
              DISPLAY "Aucun coffre enregistre pour l'agence "
                 WS-BRANCH-ID ", caisse non ouverte"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BRANCH-ID TO VL-BRANCH.
           READ VAULT-LEDGER
              INVALID KEY
                 CLOSE VAULT-LEDGER
                 DISPLAY "Aucun coffre enregistre pour l'agence "
                    WS-BRANCH-ID ", caisse non ouverte"
                 EXIT PARAGRAPH
           END-READ.
           IF WS-FLOAT-AMOUNT > VL-BALANCE THEN
              CLOSE VAULT-LEDGER
              DISPLAY "Coffre insuffisant : il reste " VL-BALANCE
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-FLOAT-AMOUNT FROM VL-BALANCE.
           MOVE WS-BUSINESS-DATE TO VL-LAST-MOVEMENT-DATE.
           REWRITE VAULT-LEDGER-RECORD.
           CLOSE VAULT-LEDGER.

           INITIALIZE TELLER-TILL-RECORD.
           MOVE WS-OPERATOR-ID TO TT-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO TT-DATE.
           MOVE WS-BRANCH-ID TO TT-BRANCH.
           MOVE 'O' TO TT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TT-OPENED-AT.
           MOVE WS-FLOAT-AMOUNT TO TT-FLOAT.
           WRITE TELLER-TILL-RECORD
              INVALID KEY
                 DISPLAY "Impossible d'enregistrer la caisse"
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'OUVR' TO WS-TRANSACTION-TYPE.
           MOVE 0 TO WS-PIN.
           MOVE 0 TO WS-ACCT-NO.
           MOVE 0 TO WS-TRAN-REF.
           MOVE WS-FLOAT-AMOUNT TO WS-JOURNAL-AMOUNT.
           PERFORM WRITE-TILL-JOURNAL.
           DISPLAY "Caisse ouverte, fonds de caisse " TT-FLOAT.

       ASK-COUNTER-ACCOUNT.
           DISPLAY "PIN client ?".
           ACCEPT WS-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-NO.
           DISPLAY "Montant en especes (EUR) ?".
           ACCEPT WS-CASH-AMOUNT.

       READ-COUNTER-ACCOUNT.
           OPEN I-O BANK-RECORDS.
           MOVE WS-PIN TO RCD-PIN.
           MOVE WS-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS WITH LOCK.
           EVALUATE BANK-RECORDS-FS
              WHEN "00"
                 CONTINUE
              WHEN "51"
                 DISPLAY "Compte occupe par une autre operation, "
                    "veuillez reessayer"
              WHEN OTHER
                 DISPLAY "Compte introuvable"
           END-EVALUATE.

      *    Cash handed over the counter is credited like a
      *    deposit at the machine, within the product's ceilings,
      *    and goes into the teller's till.
       COUNTER-CASH-DEPOSIT.
           IF NOT WS-HAS-OPEN-TILL THEN
              DISPLAY "Ouvrez d'abord votre caisse"
              EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-COUNTER-ACCOUNT.
           IF WS-CASH-AMOUNT = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-COUNTER-ACCOUNT.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           IF NOT RCD-ACTIVE THEN
              DISPLAY "Compte non actif"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           IF RCD-CURRENCY NOT = "EUR" THEN
              DISPLAY "Compte en " RCD-CURRENCY " : especes au "
                 "guichet en euros seulement"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE MAX-DEPOSIT MAX-BALANCE
              WS-PRODUCT-DAILY-LIMIT WS-PRODUCT-OD-RATE
              WS-PRODUCT-STATUS.
           IF WS-CASH-AMOUNT > MAX-DEPOSIT THEN
              DISPLAY "Versement refuse : montant au-dessus du "
                 "maximum du produit (" MAX-DEPOSIT ")"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           ADD WS-CASH-AMOUNT TO RCD-AMMOUNT GIVING NEW-AMMOUNT.
           IF NEW-AMMOUNT > MAX-BALANCE THEN
              DISPLAY "Versement refuse : solde depasserait le "
                 "plafond autorise (" MAX-BALANCE ")"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           MOVE 'DEPO' TO WS-TRANSACTION-TYPE.
           PERFORM POST-COUNTER-CASH.
           CLOSE BANK-RECORDS.

           ADD WS-CASH-AMOUNT TO TT-CASH-IN.
           ADD 1 TO TT-DEPOSIT-COUNT.
           REWRITE TELLER-TILL-RECORD.
           MOVE WS-CASH-AMOUNT TO WS-JOURNAL-AMOUNT.
           PERFORM WRITE-TILL-JOURNAL.
           PERFORM LOG-COUNTER-ACTION.

      *    Cash paid out over the counter passes the same checks
      *    a withdrawal at the desk does, and can only come out of
      *    what the teller's till actually holds.
       COUNTER-CASH-WITHDRAWAL.
           IF NOT WS-HAS-OPEN-TILL THEN
              DISPLAY "Ouvrez d'abord votre caisse"
              EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-COUNTER-ACCOUNT.
           IF WS-CASH-AMOUNT = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-EXPECTED-CASH.
           IF WS-CASH-AMOUNT > WS-EXPECTED-CASH THEN
              MOVE WS-EXPECTED-CASH TO WS-EXPECTED-EDIT
              DISPLAY "Retrait refuse : la caisse ne contient que "
                 WS-EXPECTED-EDIT
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-COUNTER-ACCOUNT.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           IF RCD-CURRENCY NOT = "EUR" THEN
              DISPLAY "Compte en " RCD-CURRENCY " : especes au "
                 "guichet en euros seulement"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           PERFORM ASK-ACTING-PROXY.
           MOVE 'R' TO WS-PROXY-SCOPE-NEEDED.
           MOVE WS-CASH-AMOUNT TO WS-PROXY-AMOUNT.
           PERFORM CHECK-ACTING-PROXY.
           IF NOT WS-PROXY-ALLOWED THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-KYC-RESULT.
           CALL "CheckKycReview" USING BY REFERENCE RCD-PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Retrait refuse : revue KYC du client "
                 "echue, a faire d'abord (maintenance clients)"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SIGNATORY-AUTHORITY.
           IF WS-SIGNATORY-OK NOT = 'Y' THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           CALL "FundsAvailability" USING BY REFERENCE WS-PIN
              WS-ACCT-NO WS-CASH-AMOUNT WS-AVAILABLE
              WS-AVAIL-REASON.
           EVALUATE WS-AVAIL-REASON
              WHEN 0
                 CONTINUE
              WHEN 2
                 DISPLAY "Compte non actif"
              WHEN 3
                 DISPLAY "Retrait refuse : disponible insuffisant ("
                    WS-AVAILABLE ")"
              WHEN 4
                 DISPLAY "Compte de mineur au-dela du seuil : le "
                    "representant legal est-il present (O/N) ?"
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRMED THEN
                    MOVE 0 TO WS-AVAIL-REASON
                 ELSE
                    DISPLAY "Retrait refuse sans le representant "
                       "legal"
                 END-IF
              WHEN OTHER
                 DISPLAY "Compte introuvable"
           END-EVALUATE.
           IF WS-AVAIL-REASON NOT = 0 THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           MOVE 'RETR' TO WS-TRANSACTION-TYPE.
           PERFORM POST-COUNTER-CASH.
           CLOSE BANK-RECORDS.

           ADD WS-CASH-AMOUNT TO TT-CASH-OUT.
           ADD 1 TO TT-WITHDRAWAL-COUNT.
           REWRITE TELLER-TILL-RECORD.
           MOVE WS-CASH-AMOUNT TO WS-JOURNAL-AMOUNT.
           PERFORM WRITE-TILL-JOURNAL.
           PERFORM LOG-COUNTER-ACTION.

      *    The same intent / rewrite / log / done sequence as a
      *    deposit or withdrawal at the machine, stamped with the
      *    counter instead of a terminal.
       POST-COUNTER-CASH.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           PERFORM WRITE-INTENT-ROW.
           IF WS-TRANSACTION-TYPE = 'DEPO' THEN
              MOVE NEW-AMMOUNT TO RCD-AMMOUNT
           ELSE
              SUBTRACT WS-CASH-AMOUNT FROM RCD-AMMOUNT
           END-IF.
           REWRITE BANK-RECORD.
           UNLOCK BANK-RECORDS.
           PERFORM WRITE-TRANLOG-ENTRY.
           PERFORM WRITE-DONE-ROW.
           PERFORM PRINT-COUNTER-RECEIPT.
           IF WS-CASH-AMOUNT > CTR-THRESHOLD THEN
              PERFORM WRITE-CTR-DECLARATION
           END-IF.

       COMPUTE-EXPECTED-CASH.
           COMPUTE WS-EXPECTED-CASH =
              TT-FLOAT + TT-CASH-IN - TT-CASH-OUT.

       SHOW-TILL-POSITION.
           IF NOT WS-HAS-OPEN-TILL THEN
              DISPLAY "Aucune caisse ouverte a votre nom ce jour"
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-EXPECTED-CASH.
           MOVE WS-EXPECTED-CASH TO WS-EXPECTED-EDIT.
           DISPLAY "Caisse " TT-OPERATOR-ID " agence " TT-BRANCH
              " du " TT-DATE.
           DISPLAY "Fonds de caisse : " TT-FLOAT.
      *    The bureau de change's euros pass through the same
      *    till, so the totals are all cash in and out; the counts
      *    are the account deposits and withdrawals only.
           DISPLAY "Entrees especes : " TT-CASH-IN
              " (versements " TT-DEPOSIT-COUNT ")".
           DISPLAY "Sorties especes : " TT-CASH-OUT
              " (retraits " TT-WITHDRAWAL-COUNT ")".
           DISPLAY "Encaisse prevue : " WS-EXPECTED-EDIT.

      *    End of shift: the teller counts the till note by note.
      *    Any difference with what it should hold is posted to
      *    the cash-difference account and reported to the
      *    supervisor; the counted cash goes back to the vault.
       CLOSE-TILL.
           IF NOT WS-HAS-OPEN-TILL THEN
              DISPLAY "Aucune caisse ouverte a votre nom ce jour"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Comptage de la caisse.".
           MOVE 0 TO TT-DECLARED.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                 UNTIL WS-DENOM-IDX > 7
              DISPLAY "Billets de " WS-DENOM(WS-DENOM-IDX) " ?"
              ACCEPT TT-DECLARED-NOTES(WS-DENOM-IDX)
              COMPUTE TT-DECLARED = TT-DECLARED
                 + TT-DECLARED-NOTES(WS-DENOM-IDX)
                 * WS-DENOM(WS-DENOM-IDX)
           END-PERFORM.
           DISPLAY "Pieces (valeur totale) ?".
           ACCEPT TT-DECLARED-COINS.
           ADD TT-DECLARED-COINS TO TT-DECLARED.

           PERFORM COMPUTE-EXPECTED-CASH.
           COMPUTE TT-DIFFERENCE = TT-DECLARED - WS-EXPECTED-CASH.
           MOVE WS-EXPECTED-CASH TO WS-EXPECTED-EDIT.
           MOVE TT-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           DISPLAY "Compte : " TT-DECLARED
              "  prevu : " WS-EXPECTED-EDIT
              "  ecart : " WS-DIFFERENCE-EDIT.
           DISPLAY "Confirmer l'arrete de caisse (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Arrete abandonne, caisse toujours ouverte"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TT-DIFFERENCE-REF.
           IF TT-DIFFERENCE NOT = 0 THEN
              PERFORM POST-TILL-DIFFERENCE
           END-IF.
           PERFORM RETURN-CASH-TO-VAULT.

           MOVE 'C' TO TT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TT-CLOSED-AT.
           REWRITE TELLER-TILL-RECORD.

           MOVE 'FERM' TO WS-TRANSACTION-TYPE.
           MOVE 0 TO WS-PIN.
           MOVE 0 TO WS-ACCT-NO.
           MOVE TT-DIFFERENCE-REF TO WS-TRAN-REF.
           MOVE TT-DECLARED TO WS-JOURNAL-AMOUNT.
           PERFORM WRITE-TILL-JOURNAL.
           DISPLAY "Caisse arretee, " TT-DECLARED
              " rendus au coffre".

      *    A bank-side row, like provisioning's: no customer
      *    account moves, only the till against the difference
      *    account. Over is EXCE, short is MANQ.
       POST-TILL-DIFFERENCE.
           IF TT-DIFFERENCE > 0 THEN
              MOVE 'EXCE' TO WS-TRANSACTION-TYPE
              MOVE TT-DIFFERENCE TO WS-DIFFERENCE-AMOUNT
           ELSE
              MOVE 'MANQ' TO WS-TRANSACTION-TYPE
              COMPUTE WS-DIFFERENCE-AMOUNT = 0 - TT-DIFFERENCE
           END-IF.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           MOVE WS-TRAN-REF TO TT-DIFFERENCE-REF.

           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE WS-TRANSACTION-TYPE TO TL-TYPE.
           MOVE WS-DIFFERENCE-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE WS-COUNTER-TERMINAL TO TL-TERMINAL.
           MOVE TT-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

           OPEN EXTEND CASH-EXCEPTIONS.
           MOVE SPACES TO CASH-EXCEPTION-LINE.
           STRING "ECART guichet operateur=" TT-OPERATOR-ID
              " agence=" TT-BRANCH
              " ecart=" WS-DIFFERENCE-EDIT
              " ref=" WS-TRAN-REF
              " le=" TT-DATE
              DELIMITED BY SIZE INTO CASH-EXCEPTION-LINE
           END-STRING.
           WRITE CASH-EXCEPTION-LINE.
           CLOSE CASH-EXCEPTIONS.

           IF TT-DIFFERENCE > 0 THEN
              DISPLAY "Excedent de caisse " WS-DIFFERENCE-AMOUNT
                 " signale au superviseur"
           ELSE
              DISPLAY "Manquant de caisse " WS-DIFFERENCE-AMOUNT
                 " signale au superviseur"
           END-IF.

       RETURN-CASH-TO-VAULT.
           OPEN I-O VAULT-LEDGER.
           IF VAULT-LEDGER-FS = "00" THEN
              MOVE TT-BRANCH TO VL-BRANCH
              READ VAULT-LEDGER
                 INVALID KEY
                    DISPLAY "Aucun coffre enregistre pour "
                       TT-BRANCH ", retour non credite"
                 NOT INVALID KEY
                    ADD TT-DECLARED TO VL-BALANCE
                    MOVE WS-BUSINESS-DATE TO VL-LAST-MOVEMENT-DATE
                    REWRITE VAULT-LEDGER-RECORD
              END-READ
           END-IF.
           CLOSE VAULT-LEDGER.

      *    Every till of the branch for the day, open or closed,
      *    with what each closed one was over or short.
       LIST-BRANCH-TILLS.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO TT-OPERATOR-ID.
           MOVE 0 TO TT-DATE.
           START TELLER-TILLS KEY IS > TT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TELLER-TILLS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TT-DATE = WS-BUSINESS-DATE
                          AND TT-BRANCH = WS-BRANCH-ID THEN
                       PERFORM SHOW-ONE-TILL
                    END-IF
              END-READ
           END-PERFORM.

       SHOW-ONE-TILL.
           PERFORM COMPUTE-EXPECTED-CASH.
           MOVE WS-EXPECTED-CASH TO WS-EXPECTED-EDIT.
           IF TT-IS-OPEN THEN
              DISPLAY "Operateur " TT-OPERATOR-ID " OUVERTE"
                 " prevu " WS-EXPECTED-EDIT
           ELSE
              MOVE TT-DIFFERENCE TO WS-DIFFERENCE-EDIT
              DISPLAY "Operateur " TT-OPERATOR-ID " ARRETEE"
                 " prevu " WS-EXPECTED-EDIT
                 " compte " TT-DECLARED
                 " ecart " WS-DIFFERENCE-EDIT
           END-IF.

      *    Asked before any debit: the holder in person answers
      *    zero.
       ASK-ACTING-PROXY.
           DISPLAY "Mandataire agissant (numero client, 0 si "
              "titulaire) ?".
           ACCEPT WS-PROXY-ID.

       CHECK-ACTING-PROXY.
           MOVE 'O' TO WS-PROXY-RESULT.
           IF WS-PROXY-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           CALL "CheckProxyMandate" USING BY REFERENCE WS-PROXY-ID
              RCD-PIN RCD-ACCT-NO WS-PROXY-SCOPE-NEEDED
              WS-PROXY-AMOUNT WS-TODAY WS-PROXY-RESULT
              WS-PROXY-SCOPE WS-PROXY-LIMIT WS-PROXY-DOC-REF.
           EVALUATE WS-PROXY-RESULT
              WHEN 'O'
                 DISPLAY "Procuration " WS-PROXY-DOC-REF
                    " portee " WS-PROXY-SCOPE
              WHEN 'N'
                 DISPLAY "Refuse : aucune procuration de "
                    WS-PROXY-ID " sur ce compte"
              WHEN 'V'
                 DISPLAY "Refuse : procuration " WS-PROXY-DOC-REF
                    " revoquee, echue ou pas encore en vigueur"
              WHEN 'S'
                 DISPLAY "Refuse : hors de la portee de la "
                    "procuration (" WS-PROXY-SCOPE ")"
              WHEN 'L'
                 DISPLAY "Refuse : retrait au-dela du plafond de "
                    "la procuration (" WS-PROXY-LIMIT ")"
           END-EVALUATE.

      *    The teller has checked each signer's identity document
      *    before keying their customer number.
       CHECK-SIGNATORY-AUTHORITY.
           MOVE 'Y' TO WS-SIGNATORY-OK.
           MOVE 0 TO WS-FIRST-SIGNER.
           MOVE 0 TO WS-SECOND-SIGNER.
           CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compte de personne morale : numero client du "
              "signataire ?".
           ACCEPT WS-FIRST-SIGNER.
           CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'S' THEN
              DISPLAY "Au-dela du pouvoir de ce signataire : numero "
                 "client du second signataire ?"
              ACCEPT WS-SECOND-SIGNER
              CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
                 WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
                 WS-SIGN-RESULT
           END-IF.
           EVALUATE WS-SIGN-RESULT
              WHEN 'O'
                 CONTINUE
              WHEN 'X'
                 DISPLAY "Refuse : " WS-FIRST-SIGNER
                    " n'est pas signataire en vigueur"
              WHEN 'Y'
                 DISPLAY "Refuse : " WS-SECOND-SIGNER
                    " ne peut pas etre second signataire"
              WHEN OTHER
                 DISPLAY "Refuse : second signataire requis"
           END-EVALUATE.
           IF WS-SIGN-RESULT NOT = 'O' THEN
              MOVE 'N' TO WS-SIGNATORY-OK
           END-IF.

       WRITE-TRANLOG-ENTRY.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE WS-PIN TO TL-PIN.
           MOVE WS-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-TRANSACTION-TYPE TO TL-TYPE.
           MOVE WS-CASH-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE WS-COUNTER-TERMINAL TO TL-TERMINAL.
           MOVE TT-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-INTENT-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'INTENT' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 1 TO IJ-ACCOUNT-COUNT.
           MOVE WS-PIN TO IJ-PIN-1.
           MOVE WS-ACCT-NO TO IJ-ACCT-NO-1.
           MOVE RCD-AMMOUNT TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
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

       WRITE-CTR-DECLARATION.
           OPEN EXTEND CTR-RECORDS.
           MOVE WS-RECEIPT-DATE TO CT-DATE.
           MOVE WS-PIN TO CT-PIN.
           MOVE WS-ACCT-NO TO CT-ACCT-NO.
           MOVE WS-TRANSACTION-TYPE TO CT-TYPE.
           MOVE WS-CASH-AMOUNT TO CT-AMOUNT.
           MOVE WS-TRAN-REF TO CT-REF.
           MOVE RCD-NAME TO CT-NAME.
           MOVE RCD-LAST-NAME TO CT-LAST-NAME.
           WRITE CTR-RECORD.
           CLOSE CTR-RECORDS.

       PRINT-COUNTER-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECEIPT-DATE.
           MOVE RCD-AMMOUNT TO RCD-AMMOUNT-ZONED.
           MOVE RCD-AMMOUNT TO RCD-AMMOUNT-EDIT.

           IF WS-TRANSACTION-TYPE = 'DEPO' THEN
              DISPLAY "======== Versement especes ========"
           ELSE
              DISPLAY "========= Retrait especes ========="
           END-IF.
           DISPLAY "Date        : " WS-RECEIPT-DATE.
           DISPLAY "Compte n°   : " WS-PIN "-" WS-ACCT-NO.
           DISPLAY "Montant     : " WS-CASH-AMOUNT " EUR".
           DISPLAY "Nouveau solde : " RCD-AMMOUNT-EDIT " " RCD-CURRENCY.
           DISPLAY "Reference   : " WS-TRAN-REF.
           DISPLAY "Guichetier  : " WS-OPERATOR-ID.
           DISPLAY "====================================".

           OPEN EXTEND RECEIPT-RECORDS.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "GUICHET " WS-TRANSACTION-TYPE " " WS-RECEIPT-DATE
              " compte " WS-PIN
              " montant " WS-CASH-AMOUNT
              " solde " RCD-AMMOUNT-ZONED
              " ref " WS-TRAN-REF
              DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           CLOSE RECEIPT-RECORDS.

      *    The log has no room for an operator; this is what ties
      *    each counter posting to the teller whose till it used.
       WRITE-TILL-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND TILL-JOURNAL.
           MOVE SPACES TO TILL-JOURNAL-RECORD.
           MOVE WS-NOW TO TJ-DATETIME.
           MOVE WS-OPERATOR-ID TO TJ-OPERATOR-ID.
           MOVE TT-BRANCH TO TJ-BRANCH.
           MOVE WS-TRANSACTION-TYPE TO TJ-TYPE.
           MOVE WS-PIN TO TJ-PIN.
           MOVE WS-ACCT-NO TO TJ-ACCT-NO.
           MOVE WS-JOURNAL-AMOUNT TO TJ-AMOUNT.
           MOVE WS-TRAN-REF TO TJ-REF.
           WRITE TILL-JOURNAL-RECORD.
           CLOSE TILL-JOURNAL.

       LOG-COUNTER-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           IF WS-PROXY-ID NOT = 0 THEN
              STRING "GUICH " WS-TRANSACTION-TYPE
                 " compte=" WS-PIN "-" WS-ACCT-NO
                 " ref=" WS-TRAN-REF
                 " mandataire=" WS-PROXY-ID
                 " operateur=" WS-OPERATOR-ID
                 " le=" WS-NOW
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           ELSE
              STRING "GUICH " WS-TRANSACTION-TYPE
                 " compte=" WS-PIN "-" WS-ACCT-NO
                 " ref=" WS-TRAN-REF
                 " operateur=" WS-OPERATOR-ID
                 " le=" WS-NOW
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           END-IF.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM TellerCash.
