       IDENTIFICATION DIVISION.
       PROGRAM-ID. BureauDeChange.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-RECORDS ASSIGN TO '../../data/receipts.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTR-RECORDS ASSIGN TO WS-CTR-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT FX-MARGINS ASSIGN TO '../../data/fxmargin.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-CURRENCY
              FILE STATUS IS FX-MARGINS-FS.

           SELECT FX-STOCK ASSIGN TO '../../data/fxstock.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS IS FX-STOCK-FS.

      *  Every movement of foreign notes, read back at end of day
      *  to prove each branch's stock and to post the margin.
           SELECT FX-DEALS ASSIGN TO '../../data/fxdeals.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The euros of a deal go through the teller's own till,
      *  the one opened at the cash counter.
           SELECT TELLER-TILLS ASSIGN TO '../../data/tills.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TT-KEY
              FILE STATUS IS TELLER-TILLS-FS.

           SELECT TILL-JOURNAL ASSIGN TO '../../data/tilljrnl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD RECEIPT-RECORDS.
       01 RECEIPT-LINE PIC X(60).

       FD CTR-RECORDS.
       COPY "CTRREC.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD FX-MARGINS.
       COPY "FXMARGIN.cpy".

       FD FX-STOCK.
       COPY "FXSTOCK.cpy".

       FD FX-DEALS.
       COPY "FXDEAL.cpy".

       FD TELLER-TILLS.
       COPY "TILLREC.cpy".

       FD TILL-JOURNAL.
       COPY "TILLJRNL.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 OPERATOR-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 FX-MARGINS-FS PIC XX.
       01 FX-STOCK-FS PIC XX.
       01 TELLER-TILLS-FS PIC XX.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SELL VALUE 1.
           88 WS-MENU-BUY VALUE 2.
           88 WS-MENU-STOCK VALUE 3.
           88 WS-MENU-RECEIVE VALUE 4.
           88 WS-MENU-RETURN VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

      *  Who is signed on at this counter; the euros of a deal go
      *  through their till, keyed on operator and business day.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-TILL-FOUND PIC X VALUE 'N'.
           88 WS-HAS-OPEN-TILL VALUE 'Y'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DEAL-OK PIC X VALUE 'N'.
       01 WS-STOCK-ROW-NEW PIC X VALUE 'N'.
       01 WS-STOCK-BRANCH PIC X(2).
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

      *  The deal being keyed. The foreign side is whole notes;
      *  the EUR side is what the client pays or is paid.
       01 WS-DIRECTION PIC X.
       01 WS-CURRENCY PIC X(3).
       01 WS-FOREIGN-AMOUNT PIC 9(7) VALUE 0.
       01 WS-RATE-PAIR.
           03 FILLER PIC X(4) VALUE "EUR/".
           03 WS-RATE-CURRENCY PIC X(3).
       01 WS-MID-RATE PIC 9V9999 VALUE 0.
       01 WS-RATE-STATUS PIC 9.
       01 WS-MARGIN PIC 9V9999 VALUE 0.
       01 WS-DEAL-RATE PIC 9V9999 VALUE 0.
       01 WS-DEAL-RATE-WORK PIC 99V9999 VALUE 0.
       01 WS-EUR-WORK PIC 9(11)V99 VALUE 0.
       01 WS-MID-EUR-WORK PIC 9(11)V99 VALUE 0.
       01 WS-EUR-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-MID-EUR-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-MARGIN-EUR PIC 9(5)V99 VALUE 0.
       01 MAX-DEAL-EUR PIC 9(5)V99 VALUE 99999,99.

      *  Who the notes are exchanged with: a customer by number,
      *  or a walk-in client identified from the document shown.
       01 WS-CUSTOMER-ID PIC 9(4) VALUE 0.
       01 WS-CLIENT-NAME PIC X(20).
       01 WS-CLIENT-LAST-NAME PIC X(20).
       01 WS-ID-DOCUMENT PIC X(20).

       01 WS-EXPECTED-CASH PIC S9(9)V99.
       01 WS-EXPECTED-EDIT PIC -(9)9,99.

      *  Above this amount a cash movement must be declared; the
      *  per-deployment override follows the data-path pattern.
       01 CTR-THRESHOLD PIC 9(5)V99 VALUE 2000,00.
       01 WS-CTR-RAW PIC X(8) VALUE SPACES.

       01 WS-TRANSACTION-TYPE PIC X(4).
       01 WS-JOURNAL-TYPE PIC X(4).
       01 WS-TRAN-REF PIC 9(8).
       01 WS-RECEIPT-DATE PIC 9(8).
       01 WS-NOW PIC 9(14).
       01 WS-TODAY PIC 9(8).

      *  Counter movements are kept apart from the machines' on
      *  the log and the end-of-day terminal totals.
       01 WS-COUNTER-TERMINAL PIC X(4) VALUE "GUIC".
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-CTR-PATH PIC X(100) VALUE "../../data/ctr.dat".

       PROCEDURE DIVISION.

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
           OPEN I-O FX-STOCK.
           IF FX-STOCK-FS = "35" THEN
              CLOSE FX-STOCK
              OPEN OUTPUT FX-STOCK
              CLOSE FX-STOCK
              OPEN I-O FX-STOCK
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-BUREAU-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              PERFORM READ-OWN-TILL
              EVALUATE TRUE
                 WHEN WS-MENU-SELL
                    MOVE 'V' TO WS-DIRECTION
                    PERFORM COUNTER-EXCHANGE
                 WHEN WS-MENU-BUY
                    MOVE 'A' TO WS-DIRECTION
                    PERFORM COUNTER-EXCHANGE
                 WHEN WS-MENU-STOCK
                    PERFORM SHOW-BRANCH-STOCK
                 WHEN WS-MENU-RECEIVE
                    MOVE 'R' TO WS-DIRECTION
                    PERFORM CORRESPONDENT-MOVEMENT
                 WHEN WS-MENU-RETURN
                    MOVE 'E' TO WS-DIRECTION
                    PERFORM CORRESPONDENT-MOVEMENT
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE FX-STOCK.
           CLOSE TELLER-TILLS.

           STOP RUN.

       DISPLAY-BUREAU-MENU.
           DISPLAY "===== Bureau de change =====".
           DISPLAY "1. Vente de devises (billets)".
           DISPLAY "2. Achat de devises (billets)".
           DISPLAY "3. Stock de devises de l'agence".
           DISPLAY "4. Reception du correspondant (superviseur)".
           DISPLAY "5. Renvoi au correspondant (superviseur)".
           DISPLAY "6. Quitter".

      *    The notes belong to the operator's own branch; one not
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

      *    A currency is dealt only while it is offered, and only
      *    at a fix of the day: no fix, no price.
       PRICE-CURRENCY.
           MOVE 'N' TO WS-DEAL-OK.
           DISPLAY "Devise (ex USD) ?".
           ACCEPT WS-CURRENCY.
           OPEN INPUT FX-MARGINS.
           IF FX-MARGINS-FS NOT = "00" THEN
              CLOSE FX-MARGINS
              DISPLAY "Aucune devise parametree au bureau de change"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENCY TO FM-CURRENCY.
           READ FX-MARGINS
              INVALID KEY
                 MOVE 'S' TO FM-STATUS
           END-READ.
           CLOSE FX-MARGINS.
           IF NOT FM-IS-OFFERED THEN
              DISPLAY "Devise " WS-CURRENCY " non proposee au guichet"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENCY TO WS-RATE-CURRENCY.
           CALL "GetExchangeRate" USING BY REFERENCE WS-RATE-PAIR
              WS-MID-RATE WS-RATE-STATUS.
           EVALUATE WS-RATE-STATUS
              WHEN 0
                 CONTINUE
              WHEN 2
                 DISPLAY "Cours " WS-RATE-PAIR " perime, change "
                    "impossible"
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY "Aucun cours " WS-RATE-PAIR ", change "
                    "impossible"
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-MID-RATE = 0 THEN
              DISPLAY "Aucun cours " WS-RATE-PAIR ", change "
                 "impossible"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DEAL-OK.

      *    The fix is units of the currency per euro. Selling
      *    notes we give fewer units per euro than the fix, buying
      *    them back we ask more; the euros either side of the
      *    notes' value at the fix are our margin.
       PRICE-COUNTER-DEAL.
           MOVE 'N' TO WS-DEAL-OK.
           IF WS-DIRECTION = 'V' THEN
              MOVE FM-SELL-MARGIN TO WS-MARGIN
              COMPUTE WS-DEAL-RATE-WORK ROUNDED =
                 WS-MID-RATE * (1 - WS-MARGIN)
           ELSE
              MOVE FM-BUY-MARGIN TO WS-MARGIN
              COMPUTE WS-DEAL-RATE-WORK ROUNDED =
                 WS-MID-RATE * (1 + WS-MARGIN)
           END-IF.
           IF WS-DEAL-RATE-WORK = 0 OR WS-DEAL-RATE-WORK > 9,9999
                 THEN
              DISPLAY "Cours de " WS-CURRENCY " hors limites, "
                 "change impossible"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEAL-RATE-WORK TO WS-DEAL-RATE.

           COMPUTE WS-EUR-WORK ROUNDED =
              WS-FOREIGN-AMOUNT / WS-DEAL-RATE.
           COMPUTE WS-MID-EUR-WORK ROUNDED =
              WS-FOREIGN-AMOUNT / WS-MID-RATE.
           IF WS-EUR-WORK > MAX-DEAL-EUR
                 OR WS-MID-EUR-WORK > MAX-DEAL-EUR THEN
              DISPLAY "Montant trop eleve pour une operation de "
                 "change (maximum " MAX-DEAL-EUR " EUR)"
              EXIT PARAGRAPH
           END-IF.
           IF WS-EUR-WORK = 0 THEN
              DISPLAY "Montant trop faible"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EUR-WORK TO WS-EUR-AMOUNT.
           MOVE WS-MID-EUR-WORK TO WS-MID-EUR-AMOUNT.
           IF WS-DIRECTION = 'V' THEN
              COMPUTE WS-MARGIN-EUR =
                 WS-EUR-AMOUNT - WS-MID-EUR-AMOUNT
           ELSE
              COMPUTE WS-MARGIN-EUR =
                 WS-MID-EUR-AMOUNT - WS-EUR-AMOUNT
           END-IF.
           MOVE 'Y' TO WS-DEAL-OK.

      *    A customer is identified from the master file; a walk-in
      *    client shows an identity document whose details are
      *    kept with the deal and any declaration.
       ASK-EXCHANGE-CLIENT.
           MOVE 'N' TO WS-DEAL-OK.
           MOVE SPACES TO WS-CLIENT-NAME.
           MOVE SPACES TO WS-CLIENT-LAST-NAME.
           MOVE SPACES TO WS-ID-DOCUMENT.
           DISPLAY "Numero client (0 si client de passage) ?".
           ACCEPT WS-CUSTOMER-ID.
           IF WS-CUSTOMER-ID NOT = 0 THEN
              OPEN INPUT CUSTOMER-MASTER
              IF CUSTOMER-MASTER-FS NOT = "00" THEN
                 CLOSE CUSTOMER-MASTER
                 DISPLAY "Fichier clients indisponible"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CUSTOMER-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE SPACES TO CM-NAME
              END-READ
              CLOSE CUSTOMER-MASTER
              IF CM-NAME = SPACES THEN
                 DISPLAY "Client " WS-CUSTOMER-ID " inconnu"
                 EXIT PARAGRAPH
              END-IF
              MOVE CM-NAME TO WS-CLIENT-NAME
              MOVE CM-LAST-NAME TO WS-CLIENT-LAST-NAME
              DISPLAY "Client : " CM-NAME " " CM-LAST-NAME
           ELSE
              DISPLAY "Prenom du client ?"
              ACCEPT WS-CLIENT-NAME
              DISPLAY "Nom du client ?"
              ACCEPT WS-CLIENT-LAST-NAME
              DISPLAY "Piece d'identite (type et numero) ?"
              ACCEPT WS-ID-DOCUMENT
              IF WS-CLIENT-LAST-NAME = SPACES
                    OR WS-ID-DOCUMENT = SPACES THEN
                 DISPLAY "Identite du client de passage obligatoire"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'Y' TO WS-DEAL-OK.

      *    A sale or purchase of notes over the counter. The notes
      *    come out of or go into the branch stock, the euros into
      *    or out of the teller's till.
       COUNTER-EXCHANGE.
           IF NOT WS-HAS-OPEN-TILL THEN
              DISPLAY "Ouvrez d'abord votre caisse (caisse guichet)"
              EXIT PARAGRAPH
           END-IF.
           PERFORM PRICE-CURRENCY.
           IF WS-DEAL-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIRECTION = 'V' THEN
              DISPLAY "Montant en " WS-CURRENCY " a vendre ?"
           ELSE
              DISPLAY "Montant en " WS-CURRENCY " a acheter ?"
           END-IF.
           ACCEPT WS-FOREIGN-AMOUNT.
           IF WS-FOREIGN-AMOUNT = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.
           PERFORM PRICE-COUNTER-DEAL.
           IF WS-DEAL-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE TT-BRANCH TO WS-STOCK-BRANCH.
           PERFORM READ-BRANCH-STOCK.
           IF WS-DIRECTION = 'V' THEN
              IF WS-FOREIGN-AMOUNT > FS-HELD THEN
                 DISPLAY "Stock insuffisant : l'agence ne detient que "
                    FS-HELD " " WS-CURRENCY
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM COMPUTE-EXPECTED-CASH
              IF WS-EUR-AMOUNT > WS-EXPECTED-CASH THEN
                 MOVE WS-EXPECTED-CASH TO WS-EXPECTED-EDIT
                 DISPLAY "Achat refuse : la caisse ne contient que "
                    WS-EXPECTED-EDIT
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM ASK-EXCHANGE-CLIENT.
           IF WS-DEAL-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-DIRECTION = 'V' THEN
              DISPLAY "Vente de " WS-FOREIGN-AMOUNT " " WS-CURRENCY
                 " au cours de " WS-DEAL-RATE
                 " : le client paie " WS-EUR-AMOUNT " EUR"
           ELSE
              DISPLAY "Achat de " WS-FOREIGN-AMOUNT " " WS-CURRENCY
                 " au cours de " WS-DEAL-RATE
                 " : le client recoit " WS-EUR-AMOUNT " EUR"
           END-IF.
           DISPLAY "Confirmer l'operation (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Operation abandonnee"
              EXIT PARAGRAPH
           END-IF.

           IF WS-DIRECTION = 'V' THEN
              MOVE 'FXVT' TO WS-TRANSACTION-TYPE
              MOVE 'CHGV' TO WS-JOURNAL-TYPE
           ELSE
              MOVE 'FXAC' TO WS-TRANSACTION-TYPE
              MOVE 'CHGA' TO WS-JOURNAL-TYPE
           END-IF.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM WRITE-TRANLOG-ENTRY.
           PERFORM UPDATE-BRANCH-STOCK.

           IF WS-DIRECTION = 'V' THEN
              ADD WS-EUR-AMOUNT TO TT-CASH-IN
           ELSE
              ADD WS-EUR-AMOUNT TO TT-CASH-OUT
           END-IF.
           REWRITE TELLER-TILL-RECORD.
           PERFORM WRITE-TILL-JOURNAL.

           PERFORM WRITE-DEAL-ROW.
           IF WS-EUR-AMOUNT > CTR-THRESHOLD THEN
              PERFORM WRITE-CTR-DECLARATION
           END-IF.
           PERFORM PRINT-EXCHANGE-RECEIPT.
           PERFORM LOG-EXCHANGE-ACTION.

      *    Notes shipped in by the correspondent bank or sent back
      *    to it, valued at the day's fix with no margin. Only a
      *    supervisor moves the branch's stock this way.
       CORRESPONDENT-MOVEMENT.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           PERFORM PRICE-CURRENCY.
           IF WS-DEAL-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIRECTION = 'R' THEN
              DISPLAY "Montant en " WS-CURRENCY " recu ?"
           ELSE
              DISPLAY "Montant en " WS-CURRENCY " renvoye ?"
           END-IF.
           ACCEPT WS-FOREIGN-AMOUNT.
           IF WS-FOREIGN-AMOUNT = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MID-EUR-WORK ROUNDED =
              WS-FOREIGN-AMOUNT / WS-MID-RATE.
           IF WS-MID-EUR-WORK > MAX-DEAL-EUR THEN
              DISPLAY "Montant trop eleve pour un seul envoi "
                 "(maximum " MAX-DEAL-EUR " EUR)"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-MID-EUR-WORK TO WS-MID-EUR-AMOUNT.
           MOVE WS-MID-EUR-AMOUNT TO WS-EUR-AMOUNT.
           MOVE 0 TO WS-MARGIN-EUR.
           MOVE WS-MID-RATE TO WS-DEAL-RATE.

           MOVE WS-BRANCH-ID TO WS-STOCK-BRANCH.
           PERFORM READ-BRANCH-STOCK.
           IF WS-DIRECTION = 'E'
                 AND WS-FOREIGN-AMOUNT > FS-HELD THEN
              DISPLAY "Stock insuffisant : l'agence ne detient que "
                 FS-HELD " " WS-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CUSTOMER-ID.
           MOVE "CORRESPONDANT" TO WS-CLIENT-NAME.
           MOVE SPACES TO WS-CLIENT-LAST-NAME.
           MOVE SPACES TO WS-ID-DOCUMENT.
           IF WS-DIRECTION = 'R' THEN
              MOVE 'FXRC' TO WS-TRANSACTION-TYPE
           ELSE
              MOVE 'FXEX' TO WS-TRANSACTION-TYPE
           END-IF.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM WRITE-TRANLOG-ENTRY.
           PERFORM UPDATE-BRANCH-STOCK.
           PERFORM WRITE-DEAL-ROW.
           PERFORM LOG-EXCHANGE-ACTION.
           DISPLAY "Stock " FS-CURRENCY " de l'agence " FS-BRANCH
              " : " FS-HELD.

      *    A currency the branch has never held starts from zero;
      *    the first position takes every movement since.
       READ-BRANCH-STOCK.
           MOVE 'N' TO WS-STOCK-ROW-NEW.
           MOVE WS-STOCK-BRANCH TO FS-BRANCH.
           MOVE WS-CURRENCY TO FS-CURRENCY.
           READ FX-STOCK
              INVALID KEY
                 MOVE 'Y' TO WS-STOCK-ROW-NEW
                 MOVE WS-STOCK-BRANCH TO FS-BRANCH
                 MOVE WS-CURRENCY TO FS-CURRENCY
                 MOVE 0 TO FS-HELD
                 MOVE 0 TO FS-OPENING
                 MOVE 0 TO FS-POSITION-DATE
           END-READ.

       UPDATE-BRANCH-STOCK.
           IF WS-DIRECTION = 'V' OR WS-DIRECTION = 'E' THEN
              SUBTRACT WS-FOREIGN-AMOUNT FROM FS-HELD
           ELSE
              ADD WS-FOREIGN-AMOUNT TO FS-HELD
           END-IF.
           IF WS-STOCK-ROW-NEW = 'Y' THEN
              WRITE FX-STOCK-RECORD
           ELSE
              REWRITE FX-STOCK-RECORD
           END-IF.

       COMPUTE-EXPECTED-CASH.
           COMPUTE WS-EXPECTED-CASH =
              TT-FLOAT + TT-CASH-IN - TT-CASH-OUT.

       SHOW-BRANCH-STOCK.
           MOVE 'N' TO WS-EOF.
           MOVE WS-BRANCH-ID TO FS-BRANCH.
           MOVE LOW-VALUES TO FS-CURRENCY.
           START FX-STOCK KEY IS > FS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           DISPLAY "Stock de devises de l'agence " WS-BRANCH-ID.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FX-STOCK NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FS-BRANCH NOT = WS-BRANCH-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       DISPLAY "  " FS-CURRENCY " : " FS-HELD
                          " (ouverture " FS-OPENING
                          " au " FS-POSITION-DATE ")"
                    END-IF
              END-READ
           END-PERFORM.

      *    A bank-side row at the notes' value at the fix: no
      *    customer account moves.
       WRITE-TRANLOG-ENTRY.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE WS-TRANSACTION-TYPE TO TL-TYPE.
           MOVE WS-MID-EUR-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE WS-NOW TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE WS-COUNTER-TERMINAL TO TL-TERMINAL.
           MOVE FS-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-DEAL-ROW.
           OPEN EXTEND FX-DEALS.
           MOVE WS-BUSINESS-DATE TO FX-DATE.
           MOVE WS-NOW(9:6) TO FX-TIME.
           MOVE WS-TRAN-REF TO FX-REF.
           MOVE FS-BRANCH TO FX-BRANCH.
           MOVE WS-OPERATOR-ID TO FX-OPERATOR-ID.
           MOVE WS-DIRECTION TO FX-DIRECTION.
           MOVE WS-CURRENCY TO FX-CURRENCY.
           MOVE WS-FOREIGN-AMOUNT TO FX-FOREIGN-AMOUNT.
           MOVE WS-MID-RATE TO FX-MID-RATE.
           MOVE WS-DEAL-RATE TO FX-DEAL-RATE.
           MOVE WS-EUR-AMOUNT TO FX-EUR-AMOUNT.
           MOVE WS-MID-EUR-AMOUNT TO FX-MID-EUR-AMOUNT.
           MOVE WS-MARGIN-EUR TO FX-MARGIN-EUR.
           MOVE WS-CUSTOMER-ID TO FX-CUSTOMER-ID.
           MOVE WS-CLIENT-NAME TO FX-CLIENT-NAME.
           MOVE WS-CLIENT-LAST-NAME TO FX-CLIENT-LAST-NAME.
           MOVE WS-ID-DOCUMENT TO FX-ID-DOCUMENT.
           WRITE FX-DEAL-RECORD.
           CLOSE FX-DEALS.

      *    The euros changing hands are what is declared; a walk-in
      *    client has no customer number and is declared by name.
       WRITE-CTR-DECLARATION.
           OPEN EXTEND CTR-RECORDS.
           MOVE WS-BUSINESS-DATE TO CT-DATE.
           MOVE WS-CUSTOMER-ID TO CT-PIN.
           MOVE 0 TO CT-ACCT-NO.
           MOVE WS-JOURNAL-TYPE TO CT-TYPE.
           MOVE WS-EUR-AMOUNT TO CT-AMOUNT.
           MOVE WS-TRAN-REF TO CT-REF.
           MOVE WS-CLIENT-NAME TO CT-NAME.
           MOVE WS-CLIENT-LAST-NAME TO CT-LAST-NAME.
           WRITE CTR-RECORD.
           CLOSE CTR-RECORDS.

       PRINT-EXCHANGE-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECEIPT-DATE.
           IF WS-DIRECTION = 'V' THEN
              DISPLAY "======= Vente de devises ======="
           ELSE
              DISPLAY "======= Achat de devises ======="
           END-IF.
           DISPLAY "Date        : " WS-RECEIPT-DATE.
           DISPLAY "Client      : " WS-CLIENT-NAME " "
              WS-CLIENT-LAST-NAME.
           DISPLAY "Devise      : " WS-FOREIGN-AMOUNT " "
              WS-CURRENCY.
           DISPLAY "Cours       : " WS-DEAL-RATE.
           DISPLAY "Contre-valeur : " WS-EUR-AMOUNT " EUR".
           DISPLAY "Reference   : " WS-TRAN-REF.
           DISPLAY "Guichetier  : " WS-OPERATOR-ID.
           DISPLAY "================================".

           OPEN EXTEND RECEIPT-RECORDS.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "CHANGE " WS-JOURNAL-TYPE " " WS-RECEIPT-DATE
              " " WS-CURRENCY " " WS-FOREIGN-AMOUNT
              " eur " WS-EUR-AMOUNT
              " ref " WS-TRAN-REF
              DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           CLOSE RECEIPT-RECORDS.

      *    The euros of the deal in the teller's till journal, so
      *    the till still balances against its postings at close.
       WRITE-TILL-JOURNAL.
           OPEN EXTEND TILL-JOURNAL.
           MOVE SPACES TO TILL-JOURNAL-RECORD.
           MOVE WS-NOW TO TJ-DATETIME.
           MOVE WS-OPERATOR-ID TO TJ-OPERATOR-ID.
           MOVE TT-BRANCH TO TJ-BRANCH.
           MOVE WS-JOURNAL-TYPE TO TJ-TYPE.
           MOVE WS-CUSTOMER-ID TO TJ-PIN.
           MOVE 0 TO TJ-ACCT-NO.
           MOVE WS-EUR-AMOUNT TO TJ-AMOUNT.
           MOVE WS-TRAN-REF TO TJ-REF.
           WRITE TILL-JOURNAL-RECORD.
           CLOSE TILL-JOURNAL.

       LOG-EXCHANGE-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "CHANGE " WS-TRANSACTION-TYPE
              " " WS-CURRENCY "=" WS-FOREIGN-AMOUNT
              " client=" WS-CUSTOMER-ID
              " ref=" WS-TRAN-REF
              " operateur=" WS-OPERATOR-ID
              " le=" WS-NOW
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM BureauDeChange.
