       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT LOYALTY-BALANCES ASSIGN TO '../../data/loybal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

           SELECT LOYALTY-LEDGER ASSIGN TO '../../data/loyledger.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOYALTY-LEDGER-FS.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       FD LOYALTY-LEDGER.
       COPY "LOYLEDG.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 CARD-RECORDS-FS PIC XX.
       01 LOYALTY-BALANCES-FS PIC XX.
       01 LOYALTY-LEDGER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-NOW PIC 9(14).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SHOW VALUE 1.
           88 WS-MENU-REDEEM VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-CARD-NUMBER PIC 9(4).
       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-CARD-FOUND PIC X.
       01 WS-BALANCE-FOUND PIC X.
       01 WS-ACTION-LABEL PIC X(12).
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

      *  The card's ten latest points movements, kept in a ring as
      *  the ledger is read and shown newest first.
       01 WS-RECENT-TABLE.
           03 WS-RECENT-LINE PIC X(70) OCCURS 10 TIMES.
       01 WS-RECENT-COUNT PIC 9(5) VALUE 0.
       01 WS-RECENT-SLOT PIC 9(2).
       01 WS-RECENT-SHOWN PIC 9(2).

       01 WS-ACCT-NO PIC 9(2).
       01 WS-POINTS-WANTED PIC 9(7).
       01 WS-REDEEM-AMOUNT PIC 9(5)V99.
       01 WS-REDEEM-REF PIC 9(8).
       01 WS-REDEEM-STATUS PIC 9.

      *  Counter operations are kept apart from the machines on
      *  the log and the end-of-day terminal totals.
       01 WS-COUNTER-TERMINAL PIC X(4) VALUE "GUIC".
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-LOYALTY-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-CARD-POINTS
                 WHEN WS-MENU-REDEEM
                    PERFORM REDEEM-CARD-POINTS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           DISPLAY "Fin de la gestion des points fidelite".
           STOP RUN.

       DISPLAY-LOYALTY-MENU.
           DISPLAY "=== Points fidelite ===".
           DISPLAY "1. Consulter les points d'une carte".
           DISPLAY "2. Utiliser des points (credit en compte)".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

       READ-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           DISPLAY "Numero de carte (4 chiffres) ?".
           ACCEPT WS-CARD-NUMBER.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS = "00" THEN
              MOVE WS-CARD-NUMBER TO CARD-NUMBER
              READ CARD-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CARD-FOUND
                    MOVE CARD-CUSTOMER-ID TO WS-CUSTOMER-ID
              END-READ
           END-IF.
           CLOSE CARD-RECORDS.
           IF WS-CARD-FOUND = 'N' THEN
              DISPLAY "Carte introuvable"
           END-IF.

       READ-CARD-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND.
           OPEN INPUT LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS = "00" THEN
              MOVE WS-CARD-NUMBER TO LB-CARD-NUMBER
              READ LOYALTY-BALANCES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-BALANCE-FOUND
              END-READ
           END-IF.
           CLOSE LOYALTY-BALANCES.

       SHOW-CARD-POINTS.
           PERFORM READ-CARD.
           IF WS-CARD-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CARD-BALANCE.
           IF WS-BALANCE-FOUND = 'N' THEN
              DISPLAY "Aucun point sur cette carte"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Carte " LB-CARD-NUMBER " client " LB-CUSTOMER-ID.
           DISPLAY "  Points disponibles : " LB-BALANCE.
           DISPLAY "  Gagnes depuis le " LB-OPENED-DATE " : "
              LB-EARNED-TOTAL ", utilises ou expires : "
              LB-USED-TOTAL.
           PERFORM LIST-RECENT-MOVEMENTS.

       LIST-RECENT-MOVEMENTS.
           MOVE 0 TO WS-RECENT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOYALTY-LEDGER.
           IF LOYALTY-LEDGER-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOYALTY-LEDGER
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LL-CARD-NUMBER = WS-CARD-NUMBER THEN
                       ADD 1 TO WS-RECENT-COUNT
                       COMPUTE WS-RECENT-SLOT =
                          FUNCTION MOD(WS-RECENT-COUNT - 1, 10) + 1
                       MOVE SPACES TO WS-RECENT-LINE(WS-RECENT-SLOT)
                       STRING "  " LL-DATE " " LL-TYPE " " LL-SOURCE
                          " points=" LL-POINTS
                          " montant=" LL-AMOUNT
                          " solde=" LL-BALANCE
                          DELIMITED BY SIZE
                          INTO WS-RECENT-LINE(WS-RECENT-SLOT)
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM.
           IF LOYALTY-LEDGER-FS NOT = "35" THEN
              CLOSE LOYALTY-LEDGER
           END-IF.

           MOVE 0 TO WS-RECENT-SHOWN.
           PERFORM UNTIL WS-RECENT-SHOWN >= 10
                 OR WS-RECENT-SHOWN >= WS-RECENT-COUNT
              COMPUTE WS-RECENT-SLOT =
                 FUNCTION MOD(WS-RECENT-COUNT - 1 - WS-RECENT-SHOWN,
                    10) + 1
              DISPLAY WS-RECENT-LINE(WS-RECENT-SLOT)
              ADD 1 TO WS-RECENT-SHOWN
           END-PERFORM.

      *    Points go to one of the cardholder's own accounts; the
      *    euros come out of the marketing budget.
       REDEEM-CARD-POINTS.
           PERFORM READ-CARD.
           IF WS-CARD-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CARD-BALANCE.
           IF WS-BALANCE-FOUND = 'N' THEN
              DISPLAY "Aucun point sur cette carte"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Points disponibles : " LB-BALANCE
              " (100 points = 1,00 EUR, 1000 au minimum)".
           DISPLAY "Compte du client " WS-CUSTOMER-ID
              " a crediter (numero) ?".
           ACCEPT WS-ACCT-NO.
           DISPLAY "Nombre de points a utiliser ?".
           ACCEPT WS-POINTS-WANTED.
           IF WS-POINTS-WANTED = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CONFIRM.
           DISPLAY "Confirmer l'utilisation de " WS-POINTS-WANTED
              " points sur le compte " WS-CUSTOMER-ID "-" WS-ACCT-NO
              " (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Operation abandonnee"
              EXIT PARAGRAPH
           END-IF.

           CALL "RedeemLoyaltyPoints" USING BY REFERENCE
              WS-CARD-NUMBER WS-CUSTOMER-ID WS-ACCT-NO
              WS-POINTS-WANTED WS-OPERATOR-ID WS-COUNTER-TERMINAL
              WS-BRANCH-ID WS-REDEEM-AMOUNT WS-REDEEM-REF
              WS-REDEEM-STATUS.
           EVALUATE WS-REDEEM-STATUS
              WHEN 0
                 DISPLAY WS-REDEEM-AMOUNT " EUR credites, reference "
                    WS-REDEEM-REF
                 MOVE "UTILISATION" TO WS-ACTION-LABEL
                 PERFORM LOG-LOYALTY-ACTION
              WHEN 1
                 DISPLAY "Points a utiliser par centaines, "
                    "1000 au minimum"
              WHEN 2
                 DISPLAY "Points insuffisants sur cette carte"
              WHEN OTHER
                 DISPLAY "Ce compte ne peut pas recevoir le credit "
                    "(absent, inactif, hors euro ou plafond)"
           END-EVALUATE.

       LOG-LOYALTY-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "FIDELITE " WS-ACTION-LABEL
              " carte=" WS-CARD-NUMBER
              " ref=" WS-REDEEM-REF
              " operateur=" WS-OPERATOR-ID
              " le=" WS-NOW
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM LoyaltyDesk.
