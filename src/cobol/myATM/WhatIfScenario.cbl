       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhatIfScenario.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The proposed parameter set the projection runs price
      *  against. It is a working paper, never reference data:
      *  nothing live reads it, so it is written from this desk
      *  directly rather than through the approval queue.
           SELECT WHAT-IF-SCENARIO ASSIGN TO '../../data/whatif.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WI-PRODUCT-CODE
              FILE STATUS IS WHAT-IF-SCENARIO-FS.

           SELECT RATE-BANDS ASSIGN TO '../../data/rateband.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RB-KEY
              FILE STATUS IS RATE-BANDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD WHAT-IF-SCENARIO.
       COPY "WHATIF.cpy".

       FD RATE-BANDS.
       COPY "RATEBAND.cpy".

       WORKING-STORAGE SECTION.

       01 WHAT-IF-SCENARIO-FS PIC XX.
       01 RATE-BANDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-DEFINE VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-DELETE VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

       01 WS-LISTED-COUNT PIC 9(2) VALUE 0.
       01 WS-NEW-PROPOSAL PIC X VALUE 'N'.
       01 WS-ANSWER PIC X VALUE 'N'.
           88 WS-ANSWER-YES VALUE 'O' 'o' 'Y' 'y'.
       01 WS-BAND-NO PIC 9.

      *  Who is signed on at this desk; the proposal is stamped
      *  with the operator who last prepared it.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  The live parameters a new proposal starts from, with the
      *  same compiled fallbacks the engines use when the product
      *  has no catalog row or no tariff version in force.
       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.
       01 WS-EPARGNE-RATE PIC 9V9(4) VALUE 0,0010.
       01 WS-DEFAULT-OD-RATE PIC 9V9(4) VALUE 0,0004.
       COPY "PRODTERM.cpy".
       01 WS-TERMS-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           PERFORM OPEN-OR-CREATE-WHAT-IF-SCENARIO.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-SCENARIO-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-DEFINE
                    PERFORM DEFINE-OR-UPDATE-PROPOSAL
                 WHEN WS-MENU-LIST
                    PERFORM LIST-PROPOSALS
                 WHEN WS-MENU-DELETE
                    PERFORM DELETE-PROPOSAL
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE WHAT-IF-SCENARIO.
           DISPLAY "Fin de la preparation des parametres proposes".
           STOP RUN.

      *    whatif.dat may not exist yet; the first proposal
      *    creates it.
       OPEN-OR-CREATE-WHAT-IF-SCENARIO.
           OPEN I-O WHAT-IF-SCENARIO.
           IF WHAT-IF-SCENARIO-FS = "35" THEN
              CLOSE WHAT-IF-SCENARIO
              OPEN OUTPUT WHAT-IF-SCENARIO
              CLOSE WHAT-IF-SCENARIO
              OPEN I-O WHAT-IF-SCENARIO
           END-IF.

       DISPLAY-SCENARIO-MENU.
           DISPLAY "=== Parametres proposes (projection) ===".
           DISPLAY "1. Preparer/modifier la proposition d'un produit".
           DISPLAY "2. Lister les propositions".
           DISPLAY "3. Retirer une proposition".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

      *    A first proposal for a product starts as a copy of what
      *    is live, so only the figures management wants to move
      *    need keying; each group is offered for change in turn.
       DEFINE-OR-UPDATE-PROPOSAL.
           DISPLAY "Code produit (1 lettre, ex E) ?".
           ACCEPT WI-PRODUCT-CODE.
           MOVE 'N' TO WS-NEW-PROPOSAL.
           READ WHAT-IF-SCENARIO
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-PROPOSAL
                 PERFORM COPY-LIVE-PARAMETERS
           END-READ.
           PERFORM SHOW-ONE-PROPOSAL.

           DISPLAY "Modifier les taux et le plafond (O/N) ?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-YES THEN
              DISPLAY "Taux nocturne crediteur (ex 0,0010) ?"
              ACCEPT WI-INTEREST-RATE
              DISPLAY "Taux nocturne debiteur (ex 0,0004) ?"
              ACCEPT WI-OVERDRAFT-RATE
              DISPLAY "Plafond de solde ?"
              ACCEPT WI-MAX-BALANCE
           END-IF.

           DISPLAY "Modifier les tranches (O/N) ?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-YES THEN
              DISPLAY "Nombre de tranches (0 = taux unique) ?"
              ACCEPT WI-BAND-COUNT
              PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                    UNTIL WS-BAND-NO > WI-BAND-COUNT
                 DISPLAY "Tranche " WS-BAND-NO
                    " : plafond (0 = sans limite) ?"
                 ACCEPT WI-BAND-UPPER-LIMIT(WS-BAND-NO)
                 DISPLAY "Tranche " WS-BAND-NO
                    " : taux nocturne (ex 0,0010) ?"
                 ACCEPT WI-BAND-RATE(WS-BAND-NO)
              END-PERFORM
           END-IF.

           DISPLAY "Modifier le tarif mensuel (O/N) ?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-YES THEN
              DISPLAY "Frais de tenue de compte (ex 2,50) ?"
              ACCEPT WI-SERVICING-FEE
              DISPLAY "Frais par retrait au-dela du forfait (ex 0,50) ?"
              ACCEPT WI-EXCESS-RETR-FEE
              DISPLAY "Retraits gratuits par mois ?"
              ACCEPT WI-FREE-RETR-PER-MONTH
           END-IF.

           MOVE WS-OPERATOR-ID TO WI-PREPARED-BY.
           MOVE WS-TODAY TO WI-PREPARED-DATE.
           IF WS-NEW-PROPOSAL = 'Y' THEN
              WRITE WHAT-IF-RECORD
           ELSE
              REWRITE WHAT-IF-RECORD
           END-IF.
           IF WHAT-IF-SCENARIO-FS = "00" THEN
              DISPLAY "Proposition enregistree pour le produit "
                 WI-PRODUCT-CODE
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 WHAT-IF-SCENARIO-FS
           END-IF.

       COPY-LIVE-PARAMETERS.
           MOVE WI-PRODUCT-CODE TO RB-PRODUCT-CODE.
           INITIALIZE WHAT-IF-RECORD.
           MOVE RB-PRODUCT-CODE TO WI-PRODUCT-CODE.

           CALL "GetProductProfile" USING BY REFERENCE
              WI-PRODUCT-CODE WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
              WS-PRODUCT-OD-RATE WS-PRODUCT-STATUS.
           IF WS-PRODUCT-STATUS = 0 THEN
              MOVE WS-PRODUCT-RATE TO WI-INTEREST-RATE
              MOVE WS-PRODUCT-OD-RATE TO WI-OVERDRAFT-RATE
              MOVE WS-PRODUCT-MAX-BALANCE TO WI-MAX-BALANCE
           ELSE
              IF WI-PRODUCT-CODE = 'E' THEN
                 MOVE WS-EPARGNE-RATE TO WI-INTEREST-RATE
              END-IF
              MOVE WS-DEFAULT-OD-RATE TO WI-OVERDRAFT-RATE
              MOVE 9999999,99 TO WI-MAX-BALANCE
           END-IF.

           OPEN INPUT RATE-BANDS.
           IF RATE-BANDS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                    UNTIL WS-BAND-NO > 9 OR WS-EOF = 'Y'
                 MOVE WI-PRODUCT-CODE TO RB-PRODUCT-CODE
                 MOVE WS-BAND-NO TO RB-BAND-NO
                 READ RATE-BANDS
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                       MOVE WS-BAND-NO TO WI-BAND-COUNT
                       MOVE RB-UPPER-LIMIT
                          TO WI-BAND-UPPER-LIMIT(WS-BAND-NO)
                       MOVE RB-RATE TO WI-BAND-RATE(WS-BAND-NO)
                 END-READ
              END-PERFORM
              CLOSE RATE-BANDS
           END-IF.

           MOVE 2,50 TO WI-SERVICING-FEE.
           MOVE 0,50 TO WI-EXCESS-RETR-FEE.
           MOVE 4 TO WI-FREE-RETR-PER-MONTH.
           CALL "GetProductTerms" USING BY REFERENCE WI-PRODUCT-CODE
              PRODUCT-TERMS-RECORD WS-TERMS-STATUS.
           IF WS-TERMS-STATUS = 0 THEN
              MOVE PT-SERVICING-FEE TO WI-SERVICING-FEE
              MOVE PT-EXCESS-RETR-FEE TO WI-EXCESS-RETR-FEE
              MOVE PT-FREE-RETR-PER-MONTH TO WI-FREE-RETR-PER-MONTH
           END-IF.

       SHOW-ONE-PROPOSAL.
           DISPLAY "  Produit " WI-PRODUCT-CODE
              " prepare par " WI-PREPARED-BY
              " le " WI-PREPARED-DATE.
           DISPLAY "    taux " WI-INTEREST-RATE
              " debiteur " WI-OVERDRAFT-RATE
              " plafond " WI-MAX-BALANCE.
           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                 UNTIL WS-BAND-NO > WI-BAND-COUNT
              DISPLAY "    tranche " WS-BAND-NO
                 " plafond " WI-BAND-UPPER-LIMIT(WS-BAND-NO)
                 " taux " WI-BAND-RATE(WS-BAND-NO)
           END-PERFORM.
           DISPLAY "    tenue de compte " WI-SERVICING-FEE
              " par retrait " WI-EXCESS-RETR-FEE
              " gratuits " WI-FREE-RETR-PER-MONTH.

       LIST-PROPOSALS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO WI-PRODUCT-CODE.
           START WHAT-IF-SCENARIO KEY IS >= WI-PRODUCT-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ WHAT-IF-SCENARIO NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    PERFORM SHOW-ONE-PROPOSAL
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune proposition preparee"
           END-IF.

       DELETE-PROPOSAL.
           DISPLAY "Code produit ?".
           ACCEPT WI-PRODUCT-CODE.
           DELETE WHAT-IF-SCENARIO
              INVALID KEY
                 DISPLAY "Aucune proposition pour ce produit"
              NOT INVALID KEY
                 DISPLAY "Proposition retiree, le produit garde "
                    "ses parametres actuels en projection"
           END-DELETE.

       END PROGRAM WhatIfScenario.
