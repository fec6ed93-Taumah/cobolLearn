       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwitchingDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-CASES ASSIGN TO '../../data/switch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-ID
              FILE STATUS IS SWITCH-CASES-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SWITCH-CASES.
       COPY "SWITCHCASE.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 SWITCH-CASES-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(14).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-OPEN-CASE VALUE 1.
           88 WS-MENU-REQUEST-SENT VALUE 2.
           88 WS-MENU-OLD-CLOSED VALUE 3.
           88 WS-MENU-ABANDON VALUE 4.
           88 WS-MENU-SHOW VALUE 5.
           88 WS-MENU-LIST VALUE 6.
           88 WS-MENU-QUIT VALUE 7.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  The statutory delays, in working days: our request to
      *  the old bank after the signed mandate, the old bank's
      *  list after our request.
       01 REQUEST-WORKING-DAYS PIC 9(2) VALUE 2.
       01 LIST-WORKING-DAYS PIC 9(2) VALUE 5.
       01 WS-DAYS-TO-ADD PIC 9(2).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-NEXT-DAY PIC 9(8).

       01 WS-NEXT-CASE-ID PIC 9(6).
       01 WS-CASE-ID PIC 9(6).
       01 WS-CASE-FOUND PIC X.
       01 WS-CM-ID PIC 9(4).
       01 WS-PIN PIC 9(4).
       01 WS-ACCT-NO PIC 9(2).
       01 WS-OLD-IBAN PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-IDENT-STATUS PIC 9.
       01 WS-INPUT-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTION-LABEL PIC X(12).
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

      *    switch.dat may not exist yet; the first case opened
      *    creates it.
           OPEN I-O SWITCH-CASES.
           IF SWITCH-CASES-FS = "35" THEN
              CLOSE SWITCH-CASES
              OPEN OUTPUT SWITCH-CASES
              CLOSE SWITCH-CASES
              OPEN I-O SWITCH-CASES
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-SWITCHING-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-OPEN-CASE
                    PERFORM OPEN-SWITCH-CASE
                 WHEN WS-MENU-REQUEST-SENT
                    PERFORM RECORD-REQUEST-SENT
                 WHEN WS-MENU-OLD-CLOSED
                    PERFORM RECORD-OLD-ACCOUNT-CLOSED
                 WHEN WS-MENU-ABANDON
                    PERFORM ABANDON-SWITCH-CASE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-SWITCH-CASE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-OPEN-CASES
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE SWITCH-CASES.
           DISPLAY "Fin de la gestion de la mobilite bancaire".
           STOP RUN.

       DISPLAY-SWITCHING-MENU.
           DISPLAY "=== Mobilite bancaire (arrivees) ===".
           DISPLAY "1. Ouvrir un dossier (mandat signe)".
           DISPLAY "2. Demande transmise a l'ancienne banque".
           DISPLAY "3. Cloture de l'ancien compte confirmee".
           DISPLAY "4. Abandonner un dossier".
           DISPLAY "5. Consulter un dossier".
           DISPLAY "6. Lister les dossiers en cours".
           DISPLAY "7. Quitter".
           DISPLAY "Votre choix ?".

      *    The case opens on the mandate the customer signed here:
      *    the account the payments move onto must be theirs,
      *    active and in euros, and the old IBAN must check out.
       OPEN-SWITCH-CASE.
           DISPLAY "Numero client ?".
           ACCEPT WS-CM-ID.
           MOVE 'N' TO WS-CASE-FOUND.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE WS-CM-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CASE-FOUND
              END-READ
           END-IF.
           CLOSE CUSTOMER-MASTER.
           IF WS-CASE-FOUND NOT = 'Y' THEN
              DISPLAY "Client " WS-CM-ID " inconnu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " CM-NAME " " CM-LAST-NAME.

           DISPLAY "Nouveau compte : PIN ?".
           ACCEPT WS-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-NO.
           IF WS-PIN NOT = WS-CM-ID THEN
              DISPLAY "Le compte doit appartenir au client"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BANK-RECORDS.
           MOVE WS-PIN TO RCD-PIN.
           MOVE WS-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'C' TO RCD-STATUS
           END-READ.
           CLOSE BANK-RECORDS.
           IF NOT RCD-ACTIVE THEN
              DISPLAY "Compte introuvable ou non actif"
              EXIT PARAGRAPH
           END-IF.
           IF RCD-CURRENCY NOT = "EUR" THEN
              DISPLAY "La mobilite se fait sur un compte en euros"
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SWITCH-CASE-RECORD.
           DISPLAY "Code de l'ancienne banque ?".
           ACCEPT SW-OLD-BANK.
           DISPLAY "IBAN de l'ancien compte ?".
           ACCEPT WS-OLD-IBAN.
           MOVE 'V' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE WS-OLD-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              DISPLAY "IBAN invalide, verifiez la saisie"
              EXIT PARAGRAPH
           END-IF.
           INSPECT WS-OLD-IBAN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           DISPLAY "Date de signature du mandat "
              "(AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-INPUT-DATE.
           IF WS-INPUT-DATE = 0 THEN
              MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF.
           IF WS-INPUT-DATE > WS-TODAY THEN
              DISPLAY "La date de signature ne peut etre future"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-DATE TO SW-SIGNED-DATE.

           DISPLAY "Date de cloture de l'ancien compte souhaitee "
              "(AAAAMMJJ, 0 = conserve) ?".
           ACCEPT WS-INPUT-DATE.
           IF WS-INPUT-DATE NOT = 0
                 AND WS-INPUT-DATE < SW-SIGNED-DATE THEN
              DISPLAY "La cloture ne peut preceder la signature"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-DATE TO SW-CLOSE-DATE.

           PERFORM FIND-NEXT-CASE-ID.
           MOVE WS-NEXT-CASE-ID TO SW-ID.
           MOVE WS-CM-ID TO SW-CM-ID.
           MOVE WS-PIN TO SW-PIN.
           MOVE WS-ACCT-NO TO SW-ACCT-NO.
           MOVE WS-OLD-IBAN TO SW-OLD-IBAN.
           CALL "AssignAccountIdentifier" USING BY REFERENCE
              WS-PIN WS-ACCT-NO SW-NEW-IBAN WS-IDENT-STATUS.
           IF WS-IDENT-STATUS = 2 THEN
              DISPLAY "Registre des IBAN indisponible"
              EXIT PARAGRAPH
           END-IF.
           MOVE SW-SIGNED-DATE TO WS-FROM-DATE.
           MOVE REQUEST-WORKING-DAYS TO WS-DAYS-TO-ADD.
           PERFORM ADD-WORKING-DAYS.
           MOVE WS-DUE-DATE TO SW-REQUEST-DUE-DATE.
           MOVE WS-OPERATOR-ID TO SW-OPENED-BY.
           MOVE 'S' TO SW-STATUS.
           WRITE SWITCH-CASE-RECORD
              INVALID KEY
                 DISPLAY "Impossible d'enregistrer le dossier"
                 EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "Dossier " SW-ID " ouvert, nouvel IBAN "
              SW-NEW-IBAN.
           DISPLAY "  Demande a transmettre a l'ancienne banque "
              "au plus tard le " SW-REQUEST-DUE-DATE.
           MOVE "OUVERTURE" TO WS-ACTION-LABEL.
           PERFORM LOG-SWITCHING-ACTION.

      *    Once the request has gone, the old bank's five working
      *    days start to run.
       RECORD-REQUEST-SENT.
           PERFORM READ-SWITCH-CASE.
           IF WS-CASE-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT SW-IS-SIGNED THEN
              DISPLAY "Demande deja transmise ou dossier clos"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO SW-REQUEST-DATE.
           MOVE WS-TODAY TO WS-FROM-DATE.
           MOVE LIST-WORKING-DAYS TO WS-DAYS-TO-ADD.
           PERFORM ADD-WORKING-DAYS.
           MOVE WS-DUE-DATE TO SW-LIST-DUE-DATE.
           MOVE 'D' TO SW-STATUS.
           REWRITE SWITCH-CASE-RECORD.
           IF WS-TODAY > SW-REQUEST-DUE-DATE THEN
              DISPLAY "Attention : demande transmise hors delai "
                 "(echeance " SW-REQUEST-DUE-DATE ")"
           END-IF.
           DISPLAY "Liste attendue de l'ancienne banque au plus "
              "tard le " SW-LIST-DUE-DATE.
           MOVE "DEMANDE" TO WS-ACTION-LABEL.
           PERFORM LOG-SWITCHING-ACTION.

      *    The old account closes only after its payments have
      *    moved here; the confirmation ends the case.
       RECORD-OLD-ACCOUNT-CLOSED.
           PERFORM READ-SWITCH-CASE.
           IF WS-CASE-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT SW-IS-SET-UP THEN
              DISPLAY "Les operations ne sont pas encore reprises "
                 "(statut " SW-STATUS ")"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de cloture confirmee "
              "(AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-INPUT-DATE.
           IF WS-INPUT-DATE = 0 THEN
              MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF.
           MOVE WS-INPUT-DATE TO SW-CLOSED-DATE.
           MOVE 'C' TO SW-STATUS.
           REWRITE SWITCH-CASE-RECORD.
           DISPLAY "Dossier " SW-ID " clos, ancien compte ferme le "
              SW-CLOSED-DATE.
           MOVE "CLOTURE" TO WS-ACTION-LABEL.
           PERFORM LOG-SWITCHING-ACTION.

      *    Orders and mandates already set up stay in place: they
      *    are the customer's, to cancel from their own screens.
       ABANDON-SWITCH-CASE.
           PERFORM READ-SWITCH-CASE.
           IF WS-CASE-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT SW-IS-OPEN THEN
              DISPLAY "Dossier deja clos (statut " SW-STATUS ")"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer l'abandon du dossier (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Abandon annule"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO SW-STATUS.
           REWRITE SWITCH-CASE-RECORD.
           DISPLAY "Dossier " SW-ID " abandonne".
           MOVE "ABANDON" TO WS-ACTION-LABEL.
           PERFORM LOG-SWITCHING-ACTION.

       SHOW-SWITCH-CASE.
           PERFORM READ-SWITCH-CASE.
           IF WS-CASE-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Dossier " SW-ID " client " SW-CM-ID
              " statut " SW-STATUS.
           DISPLAY "  Nouveau compte " SW-PIN "-" SW-ACCT-NO
              " IBAN " SW-NEW-IBAN.
           DISPLAY "  Ancienne banque " SW-OLD-BANK
              " IBAN " SW-OLD-IBAN.
           DISPLAY "  Mandat signe le " SW-SIGNED-DATE.
           DISPLAY "  Demande due le " SW-REQUEST-DUE-DATE
              " transmise le " SW-REQUEST-DATE.
           DISPLAY "  Liste due le " SW-LIST-DUE-DATE
              " recue le " SW-LIST-DATE.
           DISPLAY "  Reprise due le " SW-SETUP-DUE-DATE
              " faite le " SW-SETUP-DATE.
           DISPLAY "  Ordres " SW-ORDER-COUNT
              " mandats " SW-MANDATE-COUNT
              " lettres " SW-LETTER-COUNT.
           IF SW-CLOSE-DATE = 0 THEN
              DISPLAY "  Ancien compte conserve"
           ELSE
              DISPLAY "  Cloture demandee au " SW-CLOSE-DATE
                 " confirmee le " SW-CLOSED-DATE
           END-IF.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SW-ID.
           START SWITCH-CASES KEY IS > SW-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SWITCH-CASES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SW-IS-OPEN THEN
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  Dossier " SW-ID
                          " client " SW-CM-ID
                          " compte " SW-PIN "-" SW-ACCT-NO
                          " banque " SW-OLD-BANK
                          " statut " SW-STATUS
                          " signe le " SW-SIGNED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun dossier de mobilite en cours"
           END-IF.

       READ-SWITCH-CASE.
           MOVE 'N' TO WS-CASE-FOUND.
           DISPLAY "Numero du dossier ?".
           ACCEPT WS-CASE-ID.
           MOVE WS-CASE-ID TO SW-ID.
           READ SWITCH-CASES
              INVALID KEY
                 DISPLAY "Dossier " WS-CASE-ID " introuvable"
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CASE-FOUND
           END-READ.

      *    The start date carried to the first day the bank is
      *    open, then that many times the next calendar day
      *    carried forward the same way.
       ADD-WORKING-DAYS.
           CALL "NextWorkingDay" USING BY REFERENCE WS-FROM-DATE
              WS-DUE-DATE.
           PERFORM WS-DAYS-TO-ADD TIMES
              COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1)
              CALL "NextWorkingDay" USING BY REFERENCE WS-NEXT-DAY
                 WS-DUE-DATE
           END-PERFORM.

       FIND-NEXT-CASE-ID.
           MOVE 0 TO WS-NEXT-CASE-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SW-ID.
           START SWITCH-CASES KEY IS > SW-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SWITCH-CASES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE SW-ID TO WS-NEXT-CASE-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-ID.

       LOG-SWITCHING-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "MOBILITE " WS-ACTION-LABEL
              " dossier=" SW-ID
              " client=" SW-CM-ID
              " operateur=" WS-OPERATOR-ID
              " le=" WS-NOW
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM SwitchingDesk.
