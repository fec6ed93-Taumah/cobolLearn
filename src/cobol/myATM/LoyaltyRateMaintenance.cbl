       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyRateMaintenance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-RATES ASSIGN TO '../../data/loyrate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LR-PRODUCT
              FILE STATUS IS LOYALTY-RATES-FS.

           SELECT PRODUCT-RECORDS ASSIGN TO '../../data/prodcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-CODE
              FILE STATUS IS PRODUCT-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LOYALTY-RATES.
       COPY "LOYRATE.cpy".

       FD PRODUCT-RECORDS.
       COPY "PRODCAT.cpy".

       WORKING-STORAGE SECTION.

       01 LOYALTY-RATES-FS PIC XX.
       01 PRODUCT-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-PRODUCT-KNOWN PIC X.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SET VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-DELETE VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door. Pricing the programme is supervisor work.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

      *  Rates this generous are a keying slip, not a campaign.
       01 MAX-EARN-RATE PIC 9(2)V99 VALUE 10,00.
       01 MAX-PREMIER-BOOST PIC 9(3) VALUE 200.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve au superviseur"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM OPEN-OR-CREATE-LOYALTY-RATES.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-RATE-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-SET
                    PERFORM SET-PRODUCT-RATES
                 WHEN WS-MENU-LIST
                    PERFORM LIST-PRODUCT-RATES
                 WHEN WS-MENU-DELETE
                    PERFORM DELETE-PRODUCT-RATES
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE LOYALTY-RATES.
           DISPLAY "Fin de la maintenance des taux fidelite".
           STOP RUN.

       OPEN-OR-CREATE-LOYALTY-RATES.
           OPEN I-O LOYALTY-RATES.
           IF LOYALTY-RATES-FS = "35" THEN
              CLOSE LOYALTY-RATES
              OPEN OUTPUT LOYALTY-RATES
              CLOSE LOYALTY-RATES
              OPEN I-O LOYALTY-RATES
           END-IF.

       DISPLAY-RATE-MENU.
           DISPLAY "=== Taux du programme fidelite ===".
           DISPLAY "1. Fixer les taux d'un produit".
           DISPLAY "2. Lister les taux".
           DISPLAY "3. Supprimer les taux d'un produit".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

      *    A product is a letter of the product catalog; '*' is
      *    the rate every other product earns. A product with no
      *    row and no '*' row earns nothing.
       SET-PRODUCT-RATES.
           DISPLAY "Code produit (* pour tous les autres) ?".
           ACCEPT LR-PRODUCT.
           IF LR-PRODUCT = SPACE THEN
              DISPLAY "Code produit invalide"
              EXIT PARAGRAPH
           END-IF.
           IF LR-PRODUCT NOT = '*' THEN
              PERFORM CHECK-PRODUCT-IN-CATALOG
              IF WS-PRODUCT-KNOWN = 'N' THEN
                 DISPLAY "Produit absent du catalogue"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "Points par euro de paiement carte (ex 1,00) ?".
           ACCEPT LR-CARD-RATE.
           DISPLAY "Points par euro de facture payee (ex 0,50) ?".
           ACCEPT LR-BILL-RATE.
           DISPLAY "Points par euro de recharge telephonique ?".
           ACCEPT LR-TOPUP-RATE.
           IF LR-CARD-RATE > MAX-EARN-RATE
                 OR LR-BILL-RATE > MAX-EARN-RATE
                 OR LR-TOPUP-RATE > MAX-EARN-RATE THEN
              DISPLAY "Taux refuse : au-dela de " MAX-EARN-RATE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Bonus clients premier en % (ex 050) ?".
           ACCEPT LR-PREMIER-BOOST.
           IF LR-PREMIER-BOOST > MAX-PREMIER-BOOST THEN
              DISPLAY "Bonus refuse : au-dela de " MAX-PREMIER-BOOST
                 " %"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO LR-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO LR-UPDATED-BY.

           WRITE LOYALTY-RATE-RECORD
              INVALID KEY
                 REWRITE LOYALTY-RATE-RECORD
           END-WRITE.
           IF LOYALTY-RATES-FS = "00" THEN
              DISPLAY "Taux du produit " LR-PRODUCT " enregistres"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 LOYALTY-RATES-FS
           END-IF.

       CHECK-PRODUCT-IN-CATALOG.
           MOVE 'N' TO WS-PRODUCT-KNOWN.
           OPEN INPUT PRODUCT-RECORDS.
           IF PRODUCT-RECORDS-FS NOT = "00" THEN
              CLOSE PRODUCT-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE LR-PRODUCT TO PC-CODE.
           READ PRODUCT-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRODUCT-KNOWN
           END-READ.
           CLOSE PRODUCT-RECORDS.

       LIST-PRODUCT-RATES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO LR-PRODUCT.
           START LOYALTY-RATES KEY IS >= LR-PRODUCT
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOYALTY-RATES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " LR-PRODUCT
                       " carte " LR-CARD-RATE
                       " facture " LR-BILL-RATE
                       " recharge " LR-TOPUP-RATE
                       " premier +" LR-PREMIER-BOOST "%"
                       " le " LR-UPDATED-DATE
                       " par " LR-UPDATED-BY
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun taux parametre"
           END-IF.

       DELETE-PRODUCT-RATES.
           DISPLAY "Code produit (* pour tous les autres) ?".
           ACCEPT LR-PRODUCT.
           DELETE LOYALTY-RATES
              INVALID KEY
                 DISPLAY "Aucun taux pour ce produit"
              NOT INVALID KEY
                 DISPLAY "Taux du produit " LR-PRODUCT " supprimes"
           END-DELETE.

       END PROGRAM LoyaltyRateMaintenance.
