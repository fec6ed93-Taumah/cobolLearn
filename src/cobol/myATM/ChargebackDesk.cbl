       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-RECORDS ASSIGN TO
                 '../../data/chgback.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CK-ID
              FILE STATUS IS CHARGEBACK-RECORDS-FS.

      *  The presentments the inbound batch refused to post.
           SELECT REJECTS-QUEUE ASSIGN TO '../../data/netpresrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-QUEUE-FS.

           SELECT DISPUTE-RECORDS ASSIGN TO '../../data/dispute.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-ID
              FILE STATUS IS DISPUTE-RECORDS-FS.

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CHARGEBACK-RECORDS.
       COPY "CHGBACK.cpy".

       FD REJECTS-QUEUE.
       COPY "NETPRREJ.cpy".

       FD DISPUTE-RECORDS.
       COPY "DISPUTREC.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       WORKING-STORAGE SECTION.

       01 CHARGEBACK-RECORDS-FS PIC XX.
       01 REJECTS-QUEUE-FS PIC XX.
       01 DISPUTE-RECORDS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CASE-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-REJECTS VALUE 1.
           88 WS-MENU-RAISE-REJECT VALUE 2.
           88 WS-MENU-RAISE-DISPUTE VALUE 3.
           88 WS-MENU-LIST VALUE 4.
           88 WS-MENU-WORK VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  The network accepts a chargeback up to this many days
      *  after the transaction.
       01 WS-MAX-CHARGEBACK-DAYS PIC 9(3) VALUE 120.
       01 WS-DAYS-ELAPSED PIC S9(7).
       01 WS-ITEM-DATE PIC 9(8).

       01 WS-LINE-NO PIC 9(5) VALUE 0.
       01 WS-WANTED-LINE PIC 9(5) VALUE 0.
       01 WS-LINE-FOUND PIC X VALUE 'N'.
       01 WS-ALREADY-RAISED PIC X VALUE 'N'.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-NEXT-CASE-ID PIC 9(6) VALUE 0.
       01 WS-WORK-ID PIC 9(6).
       01 WS-REASON-CODE PIC X(4).
       01 WS-DISPUTE-ID PIC 9(6).

      *  The item being raised, from either source.
       01 WS-ITEM-CARD PIC 9(4).
       01 WS-ITEM-AMOUNT PIC 9(7)V99.
       01 WS-ITEM-DATETIME PIC 9(14).
       01 WS-ITEM-TERMINAL PIC X(4).

       01 WS-ANSWER PIC X VALUE 'N'.
           88 WS-ANSWER-YES VALUE 'O' 'o' 'Y' 'y'.
       01 WS-DECISION PIC X.
           88 WS-DECISION-ACCEPT VALUE 'A' 'a'.
           88 WS-DECISION-ARBITRATE VALUE 'T' 't'.

      *  The shared reference lookup, for the disputed entry.
       01 WS-SEARCH-REF PIC 9(8).
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-LOOKUP-TYPE PIC X(4).
       01 WS-LOOKUP-AMOUNT PIC 9(7)V99.
       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-LOOKUP-CARD PIC 9(4).
       01 WS-LOOKUP-STATUS PIC 9.

       01 WS-POST-MODE PIC X.
       01 WS-POST-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-OR-CREATE-CHARGEBACKS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-CHARGEBACK-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-REJECTS
                    PERFORM LIST-PENDING-REJECTS
                 WHEN WS-MENU-RAISE-REJECT
                    PERFORM RAISE-ON-REJECT
                 WHEN WS-MENU-RAISE-DISPUTE
                    PERFORM RAISE-ON-DISPUTE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-CASES
                 WHEN WS-MENU-WORK
                    PERFORM WORK-ONE-CASE
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE CHARGEBACK-RECORDS.
           DISPLAY "Fin du service des impayes".
           STOP RUN.

      *    chgback.dat may not exist yet; the first case raised
      *    creates it.
       OPEN-OR-CREATE-CHARGEBACKS.
           OPEN I-O CHARGEBACK-RECORDS.
           IF CHARGEBACK-RECORDS-FS = "35" THEN
              CLOSE CHARGEBACK-RECORDS
              OPEN OUTPUT CHARGEBACK-RECORDS
              CLOSE CHARGEBACK-RECORDS
              OPEN I-O CHARGEBACK-RECORDS
           END-IF.

       DISPLAY-CHARGEBACK-MENU.
           DISPLAY "=== Impayes cartes (chargebacks) ===".
           DISPLAY "1. Retours de presentation en attente".
           DISPLAY "2. Impaye sur un retour de presentation".
           DISPLAY "3. Impaye sur une contestation client".
           DISPLAY "4. Lister les dossiers".
           DISPLAY "5. Traiter un dossier".
           DISPLAY "6. Quitter".
           DISPLAY "Votre choix ?".

      *    Numbered in queue order; the number is what option 2
      *    asks for. Items already raised are left out.
       LIST-PENDING-REJECTS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECTS-QUEUE.
           IF REJECTS-QUEUE-FS NOT = "00" THEN
              DISPLAY "Aucun retour de presentation"
              CLOSE REJECTS-QUEUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REJECTS-QUEUE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    PERFORM CHECK-REJECT-RAISED
                    IF WS-ALREADY-RAISED = 'N' THEN
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  " WS-LINE-NO " carte " NR-CARD
                          " montant " NR-AMOUNT
                          " le " NR-DATETIME
                          " terminal " NR-TERMINAL
                          " motif " NR-REASON
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REJECTS-QUEUE.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun retour en attente"
           END-IF.

       CHECK-REJECT-RAISED.
           MOVE 'N' TO WS-ALREADY-RAISED.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE 0 TO CK-ID.
           START CHARGEBACK-RECORDS KEY IS > CK-ID
              INVALID KEY
                 MOVE 'Y' TO WS-CASE-EOF
           END-START.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
              READ CHARGEBACK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CASE-EOF
                 NOT AT END
                    IF CK-FROM-PRESENTMENT
                          AND CK-CARD = NR-CARD
                          AND CK-AMOUNT = NR-AMOUNT
                          AND CK-TRAN-DATETIME = NR-DATETIME
                          AND CK-TERMINAL = NR-TERMINAL THEN
                       MOVE 'Y' TO WS-ALREADY-RAISED
                       MOVE 'Y' TO WS-CASE-EOF
                    END-IF
              END-READ
           END-PERFORM.

      *    A refused presentment never reached the cardholder, so
      *    there is nothing to credit: the case only claims the
      *    settled amount back from the network.
       RAISE-ON-REJECT.
           DISPLAY "Numero du retour (option 1) ?".
           ACCEPT WS-WANTED-LINE.
           PERFORM FETCH-REJECT-LINE.
           IF WS-LINE-FOUND = 'N' THEN
              DISPLAY "Retour introuvable"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-REJECT-RAISED.
           IF WS-ALREADY-RAISED = 'Y' THEN
              DISPLAY "Impaye deja emis : dossier " CK-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE NR-DATETIME(1:8) TO WS-ITEM-DATE.
           PERFORM CHECK-WITHIN-DEADLINE.
           IF WS-DAYS-ELAPSED > WS-MAX-CHARGEBACK-DAYS THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-REASON-CODE.
           IF WS-REASON-CODE = SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE NR-CARD TO WS-ITEM-CARD.
           MOVE NR-AMOUNT TO WS-ITEM-AMOUNT.
           MOVE NR-DATETIME TO WS-ITEM-DATETIME.
           MOVE NR-TERMINAL TO WS-ITEM-TERMINAL.

           PERFORM BUILD-NEW-CASE.
           MOVE 'P' TO CK-SOURCE.
           MOVE 0 TO CK-DISPUTE-ID.
           MOVE 0 TO CK-TRAN-REF.
           MOVE NR-BRANCH TO CK-BRANCH.
           MOVE 0 TO CK-PIN.
           MOVE 0 TO CK-ACCT-NO.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS = "00" THEN
              MOVE NR-CARD TO CARD-NUMBER
              READ CARD-RECORDS
                 NOT INVALID KEY
                    MOVE CARD-CUSTOMER-ID TO CK-PIN
              END-READ
           END-IF.
           CLOSE CARD-RECORDS.
           MOVE 'N' TO CK-PROVISIONAL.
           PERFORM SAVE-NEW-CASE.

       FETCH-REJECT-LINE.
           MOVE 'N' TO WS-LINE-FOUND.
           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECTS-QUEUE.
           IF REJECTS-QUEUE-FS NOT = "00" THEN
              CLOSE REJECTS-QUEUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REJECTS-QUEUE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF WS-LINE-NO = WS-WANTED-LINE THEN
                       MOVE 'Y' TO WS-LINE-FOUND
                       MOVE 'Y' TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REJECTS-QUEUE.

      *    Only a card transaction done at another bank can go
      *    back to the network; a dispute on our own machine is
      *    settled by DisputeManager alone.
       RAISE-ON-DISPUTE.
           DISPLAY "Numero du dossier de contestation ?".
           ACCEPT WS-DISPUTE-ID.
           OPEN INPUT DISPUTE-RECORDS.
           IF DISPUTE-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucune contestation enregistree"
              CLOSE DISPUTE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DISPUTE-ID TO DP-ID.
           READ DISPUTE-RECORDS
              INVALID KEY
                 DISPLAY "Contestation introuvable"
                 CLOSE DISPUTE-RECORDS
                 EXIT PARAGRAPH
           END-READ.
           CLOSE DISPUTE-RECORDS.
           IF NOT DP-IS-OPEN THEN
              DISPLAY "Contestation non ouverte, statut " DP-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE DP-TRAN-REF TO WS-SEARCH-REF.
           CALL "FindTranByRef" USING BY REFERENCE WS-SEARCH-REF
              WS-LOOKUP-PIN WS-LOOKUP-ACCT-NO WS-LOOKUP-TYPE
              WS-LOOKUP-AMOUNT WS-LOOKUP-DATE WS-LOOKUP-CARD
              WS-LOOKUP-STATUS.
           IF WS-LOOKUP-STATUS = 2 THEN
              DISPLAY "Transaction " DP-TRAN-REF " introuvable"
              EXIT PARAGRAPH
           END-IF.
           IF WS-LOOKUP-TYPE NOT = "PRES" THEN
              DISPLAY "Transaction " WS-LOOKUP-TYPE " faite chez "
                 "nous : pas d'impaye reseau"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-DATE TO WS-ITEM-DATE.
           PERFORM CHECK-WITHIN-DEADLINE.
           IF WS-DAYS-ELAPSED > WS-MAX-CHARGEBACK-DAYS THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-REASON-CODE.
           IF WS-REASON-CODE = SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-CARD TO WS-ITEM-CARD.
           MOVE DP-AMOUNT TO WS-ITEM-AMOUNT.
           COMPUTE WS-ITEM-DATETIME = WS-LOOKUP-DATE * 1000000.
           MOVE SPACES TO WS-ITEM-TERMINAL.

           PERFORM BUILD-NEW-CASE.
           MOVE 'D' TO CK-SOURCE.
           MOVE DP-ID TO CK-DISPUTE-ID.
           MOVE DP-TRAN-REF TO CK-TRAN-REF.
           MOVE SPACES TO CK-BRANCH.
           MOVE DP-PIN TO CK-PIN.
           MOVE DP-ACCT-NO TO CK-ACCT-NO.
           MOVE 'N' TO CK-PROVISIONAL.
           IF NOT DP-HAS-PROVISIONAL THEN
              DISPLAY "Crediter provisoirement le client (O/N) ?"
              ACCEPT WS-ANSWER
              IF WS-ANSWER-YES THEN
                 MOVE 'Y' TO CK-PROVISIONAL
              END-IF
           END-IF.
           PERFORM SAVE-NEW-CASE.

       CHECK-WITHIN-DEADLINE.
           COMPUTE WS-DAYS-ELAPSED =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE).
           IF WS-DAYS-ELAPSED > WS-MAX-CHARGEBACK-DAYS THEN
              DISPLAY "Transaction du " WS-ITEM-DATE " : delai de "
                 WS-MAX-CHARGEBACK-DAYS " jours depasse, impaye "
                 "impossible"
           END-IF.

       ACCEPT-REASON-CODE.
           DISPLAY "Code motif reseau (4837 non autorisee, 4834 "
              "doublon, 4859 especes non delivrees) ?".
           ACCEPT WS-REASON-CODE.
           IF WS-REASON-CODE IS NOT NUMERIC THEN
              DISPLAY "Code motif invalide"
              MOVE SPACES TO WS-REASON-CODE
           END-IF.

       BUILD-NEW-CASE.
           PERFORM FIND-NEXT-CASE-ID.
           MOVE WS-NEXT-CASE-ID TO CK-ID.
           MOVE WS-ITEM-CARD TO CK-CARD.
           MOVE WS-ITEM-AMOUNT TO CK-AMOUNT.
           MOVE WS-ITEM-DATETIME TO CK-TRAN-DATETIME.
           MOVE WS-ITEM-TERMINAL TO CK-TERMINAL.
           MOVE WS-REASON-CODE TO CK-REASON-CODE.
           MOVE 'R' TO CK-STAGE.
           MOVE SPACE TO CK-OUTCOME.
           MOVE 'N' TO CK-CLAIM-BOOKED.
           MOVE WS-TODAY TO CK-RAISED-DATE.
           MOVE 0 TO CK-SENT-DATE.
           MOVE 0 TO CK-REPRES-DATE.
           MOVE SPACES TO CK-REPRES-REASON.
           MOVE 0 TO CK-ARBITRATION-DATE.
           MOVE 0 TO CK-CLOSED-DATE.
           MOVE WS-OPERATOR-ID TO CK-RAISED-BY.
           MOVE 0 TO CK-DECIDED-BY.

      *    The case is on file before anything posts, so a
      *    posting is never left without its case.
       SAVE-NEW-CASE.
           WRITE CHARGEBACK-RECORD
              INVALID KEY
                 DISPLAY "Impossible d'enregistrer le dossier"
                 EXIT PARAGRAPH
           END-WRITE.
           MOVE 'O' TO WS-POST-MODE.
           CALL "PostChargeback" USING BY REFERENCE
              CHARGEBACK-RECORD WS-POST-MODE WS-OPERATOR-ID
              WS-POST-STATUS.
           REWRITE CHARGEBACK-RECORD.
           IF WS-POST-STATUS = 1 THEN
              DISPLAY "Credit provisoire impossible, dossier "
                 "ouvert sans"
           END-IF.
           IF CK-HAS-PROVISIONAL THEN
              DISPLAY "Credit provisoire en place"
           END-IF.
           DISPLAY "Dossier " CK-ID " ouvert, motif "
              CK-REASON-CODE ", part au prochain fichier reseau".

       LIST-CASES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE 0 TO CK-ID.
           START CHARGEBACK-RECORDS KEY IS > CK-ID
              INVALID KEY
                 MOVE 'Y' TO WS-CASE-EOF
           END-START.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
              READ CHARGEBACK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CASE-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  Dossier " CK-ID
                       " origine " CK-SOURCE
                       " carte " CK-CARD
                       " montant " CK-AMOUNT
                       " motif " CK-REASON-CODE
                       " etape " CK-STAGE
                       " issue " CK-OUTCOME
                       " provisoire " CK-PROVISIONAL
                       " ouvert le " CK-RAISED-DATE
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun dossier d'impaye"
           END-IF.

      *    The desk decides at second presentment: accept the
      *    acquirer's evidence and lose, or take the case to
      *    arbitration. A lost case still waiting for its
      *    provisional credit to come back is retried here.
       WORK-ONE-CASE.
           DISPLAY "Numero du dossier ?".
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO CK-ID.
           READ CHARGEBACK-RECORDS
              INVALID KEY
                 DISPLAY "Dossier introuvable"
                 EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
              WHEN CK-IS-FINAL
                 DISPLAY "Dossier clos le " CK-CLOSED-DATE
                    ", issue " CK-OUTCOME
              WHEN CK-IS-LOST
                 PERFORM SETTLE-LOST-CASE
              WHEN CK-IS-REPRESENTED
                 DISPLAY "Seconde presentation du " CK-REPRES-DATE
                    " motif " CK-REPRES-REASON
                 DISPLAY "A=accepter (dossier perdu) / "
                    "T=arbitrage ?"
                 ACCEPT WS-DECISION
                 EVALUATE TRUE
                    WHEN WS-DECISION-ACCEPT
                       PERFORM SETTLE-LOST-CASE
                    WHEN WS-DECISION-ARBITRATE
                       MOVE 'A' TO CK-STAGE
                       MOVE WS-OPERATOR-ID TO CK-DECIDED-BY
                       REWRITE CHARGEBACK-RECORD
                       DISPLAY "Arbitrage demande, part au "
                          "prochain fichier reseau"
                    WHEN OTHER
                       DISPLAY "Decision invalide (A ou T attendu)"
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "Dossier a l'etape " CK-STAGE
                    " : en attente du reseau"
           END-EVALUATE.

       SETTLE-LOST-CASE.
           MOVE 'L' TO WS-POST-MODE.
           CALL "PostChargeback" USING BY REFERENCE
              CHARGEBACK-RECORD WS-POST-MODE WS-OPERATOR-ID
              WS-POST-STATUS.
           REWRITE CHARGEBACK-RECORD.
           IF WS-POST-STATUS = 2 THEN
              DISPLAY "Reprise du provisoire impossible (solde "
                 "insuffisant), dossier laisse ouvert"
           ELSE
              DISPLAY "Dossier " CK-ID " clos perdu"
           END-IF.

       FIND-NEXT-CASE-ID.
           MOVE 0 TO WS-NEXT-CASE-ID.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE 0 TO CK-ID.
           START CHARGEBACK-RECORDS KEY IS > CK-ID
              INVALID KEY
                 MOVE 'Y' TO WS-CASE-EOF
           END-START.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
              READ CHARGEBACK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CASE-EOF
                 NOT AT END
                    MOVE CK-ID TO WS-NEXT-CASE-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-ID.

       END PROGRAM ChargebackDesk.
