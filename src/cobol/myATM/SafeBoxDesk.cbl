       IDENTIFICATION DIVISION.
       PROGRAM-ID. SafeBoxDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-BOXES ASSIGN TO '../../data/safebox.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SB-KEY
              FILE STATUS IS SAFE-BOXES-FS.

           SELECT SAFE-RENTALS ASSIGN TO '../../data/boxrent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CONTRACT-ID
              FILE STATUS IS SAFE-RENTALS-FS.

      *  Every visit to a box, admitted or refused.
           SELECT BOX-ACCESS-LOG ASSIGN TO '../../data/boxaccess.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The annual rent per box size, one line each: the size, a
      *  space, then the rent over seven digits with two decimals
      *  (P 0006000 is 60,00 a year for a small box).
           SELECT BOX-TARIFF ASSIGN TO '../../data/boxtariff.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BOX-TARIFF-FS.

           SELECT BRANCH-RECORDS ASSIGN TO '../../data/brchmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-CODE
              FILE STATUS IS BRANCH-RECORDS-FS.

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

      *  A sealed box stays shut until the holder's estate has
      *  been released to the heirs.
           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SAFE-BOXES.
       COPY "SAFEBOX.cpy".

       FD SAFE-RENTALS.
       COPY "SAFERENT.cpy".

       FD BOX-ACCESS-LOG.
       COPY "BOXACCESS.cpy".

       FD BOX-TARIFF.
       01 BOX-TARIFF-RECORD.
           03 BT-SIZE PIC X.
           03 FILLER PIC X.
           03 BT-ANNUAL-RENT PIC 9(5)V99.

       FD BRANCH-RECORDS.
       COPY "BRANCHREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 SAFE-BOXES-FS PIC XX.
       01 SAFE-RENTALS-FS PIC XX.
       01 BOX-TARIFF-FS PIC XX.
       01 BRANCH-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 OPERATOR-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(14).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-ADD-BOX VALUE 1.
           88 WS-MENU-LIST-BOXES VALUE 2.
           88 WS-MENU-RENT VALUE 3.
           88 WS-MENU-ACCESS VALUE 4.
           88 WS-MENU-CONTRACT VALUE 5.
           88 WS-MENU-TERMINATE VALUE 6.
           88 WS-MENU-FORCE-OPEN VALUE 7.
           88 WS-MENU-QUIT VALUE 8.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door. Boxes are added, and forced open, by a
      *  supervisor only.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

      *  The rent per size, as loaded from the tariff file; these
      *  are the amounts used when the file has no line for a size.
       01 WS-RENT-SMALL PIC 9(5)V99 VALUE 60,00.
       01 WS-RENT-MEDIUM PIC 9(5)V99 VALUE 90,00.
       01 WS-RENT-LARGE PIC 9(5)V99 VALUE 150,00.
       01 WS-BOX-RENT PIC 9(5)V99.

       01 WS-BOX-NUMBER PIC 9(4).
       01 WS-CONTRACT-ID PIC 9(6).
       01 WS-NEXT-CONTRACT-ID PIC 9(6).
       01 WS-HOLDER-ID PIC 9(4).
       01 WS-CO-HOLDER-ID PIC 9(4).
       01 WS-PIN PIC 9(4).
       01 WS-ACCT-NO PIC 9(2).
       01 WS-WORK-ID PIC 9(4).
       01 WS-CUSTOMER-FOUND PIC X.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTION-LABEL PIC X(12).
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

      *  The visitor at the strongroom door and what they were
      *  checked against: the holders on the contract, then a
      *  full power of attorney on the rent account.
       01 WS-VISITOR-ID PIC 9(4).
       01 WS-ID-DOCUMENT PIC X(20).
       01 WS-CAPACITY PIC X.
       01 WS-REFUSAL-REASON PIC X(20).
       01 WS-PROXY-SCOPE-NEEDED PIC X VALUE 'F'.
       01 WS-PROXY-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-PROXY-RESULT PIC X.
           88 WS-PROXY-ALLOWED VALUE 'O'.
       01 WS-PROXY-SCOPE PIC X.
       01 WS-PROXY-LIMIT PIC 9(7)V99.
       01 WS-PROXY-DOC-REF PIC X(20).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM FIND-OPERATOR-BRANCH.
           PERFORM LOAD-BOX-TARIFF.

           OPEN I-O SAFE-BOXES.
           IF SAFE-BOXES-FS = "35" THEN
              CLOSE SAFE-BOXES
              OPEN OUTPUT SAFE-BOXES
              CLOSE SAFE-BOXES
              OPEN I-O SAFE-BOXES
           END-IF.
           OPEN I-O SAFE-RENTALS.
           IF SAFE-RENTALS-FS = "35" THEN
              CLOSE SAFE-RENTALS
              OPEN OUTPUT SAFE-RENTALS
              CLOSE SAFE-RENTALS
              OPEN I-O SAFE-RENTALS
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-SAFE-BOX-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-ADD-BOX
                    PERFORM ADD-SAFE-BOX
                 WHEN WS-MENU-LIST-BOXES
                    PERFORM LIST-BRANCH-BOXES
                 WHEN WS-MENU-RENT
                    PERFORM RENT-SAFE-BOX
                 WHEN WS-MENU-ACCESS
                    PERFORM RECORD-BOX-ACCESS
                 WHEN WS-MENU-CONTRACT
                    PERFORM SHOW-CONTRACT
                 WHEN WS-MENU-TERMINATE
                    PERFORM TERMINATE-CONTRACT
                 WHEN WS-MENU-FORCE-OPEN
                    PERFORM RECORD-FORCED-OPENING
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE SAFE-BOXES.
           CLOSE SAFE-RENTALS.
           DISPLAY "Fin de la gestion des coffres".
           STOP RUN.

       DISPLAY-SAFE-BOX-MENU.
           DISPLAY "=== Coffres-forts de l'agence " WS-BRANCH-ID
              " ===".
           DISPLAY "1. Ajouter un coffre (superviseur)".
           DISPLAY "2. Lister les coffres de l'agence".
           DISPLAY "3. Louer un coffre".
           DISPLAY "4. Enregistrer une visite".
           DISPLAY "5. Consulter un contrat".
           DISPLAY "6. Resilier un contrat".
           DISPLAY "7. Ouverture forcee effectuee (superviseur)".
           DISPLAY "8. Quitter".
           DISPLAY "Votre choix ?".

      *    The boxes are the operator's own branch's; one not yet
      *    attached to a branch works from this desk's.
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

       LOAD-BOX-TARIFF.
           OPEN INPUT BOX-TARIFF.
           IF BOX-TARIFF-FS NOT = "00" THEN
              CLOSE BOX-TARIFF
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BOX-TARIFF
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE BT-SIZE
                       WHEN 'P'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-SMALL
                       WHEN 'M'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-MEDIUM
                       WHEN 'G'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-LARGE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE BOX-TARIFF.

       SET-BOX-RENT.
           EVALUATE TRUE
              WHEN SB-SIZE-SMALL
                 MOVE WS-RENT-SMALL TO WS-BOX-RENT
              WHEN SB-SIZE-MEDIUM
                 MOVE WS-RENT-MEDIUM TO WS-BOX-RENT
              WHEN OTHER
                 MOVE WS-RENT-LARGE TO WS-BOX-RENT
           END-EVALUATE.

      *    A box joins the inventory of a branch on the branch
      *    master, under the number engraved on its door.
       ADD-SAFE-BOX.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BRANCH-RECORDS.
           IF BRANCH-RECORDS-FS NOT = "00" THEN
              CLOSE BRANCH-RECORDS
              DISPLAY "Referentiel des agences absent"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BRANCH-ID TO BR-CODE.
           READ BRANCH-RECORDS
              INVALID KEY
                 MOVE 'C' TO BR-STATUS
           END-READ.
           CLOSE BRANCH-RECORDS.
           IF NOT BR-IS-ACTIVE THEN
              DISPLAY "Agence " WS-BRANCH-ID " inconnue ou fermee"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero du coffre ?".
           ACCEPT WS-BOX-NUMBER.
           IF WS-BOX-NUMBER = 0 THEN
              DISPLAY "Numero invalide"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BRANCH-ID TO SB-BRANCH.
           MOVE WS-BOX-NUMBER TO SB-NUMBER.
           DISPLAY "Taille (P petit, M moyen, G grand) ?".
           ACCEPT SB-SIZE.
           IF NOT SB-IS-KNOWN-SIZE THEN
              DISPLAY "Taille invalide"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO SB-STATUS.
           MOVE 0 TO SB-CONTRACT-ID.
           MOVE WS-TODAY TO SB-ADDED-DATE.
           MOVE WS-OPERATOR-ID TO SB-ADDED-BY.
           WRITE SAFE-BOX-RECORD
              INVALID KEY
                 DISPLAY "Le coffre " WS-BOX-NUMBER " existe deja"
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM SET-BOX-RENT.
           DISPLAY "Coffre " SB-NUMBER " ajoute, loyer annuel "
              WS-BOX-RENT.
           MOVE "AJOUT COFFRE" TO WS-ACTION-LABEL.
           MOVE 0 TO WS-CONTRACT-ID.
           PERFORM LOG-SAFE-BOX-ACTION.

       LIST-BRANCH-BOXES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-BRANCH-ID TO SB-BRANCH.
           MOVE 0 TO SB-NUMBER.
           START SAFE-BOXES KEY IS > SB-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SAFE-BOXES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SB-BRANCH NOT = WS-BRANCH-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SET-BOX-RENT
                       DISPLAY "  Coffre " SB-NUMBER
                          " taille " SB-SIZE
                          " statut " SB-STATUS
                          " contrat " SB-CONTRACT-ID
                          " loyer " WS-BOX-RENT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun coffre pour l'agence " WS-BRANCH-ID
           END-IF.

      *    A free box is let to a customer of ours, alone or jointly
      *    with a second, against an active account of one of them
      *    that the rent is taken from every year. The first
      *    year's rent falls due the day the contract starts.
       RENT-SAFE-BOX.
           DISPLAY "Numero du coffre ?".
           ACCEPT WS-BOX-NUMBER.
           MOVE WS-BRANCH-ID TO SB-BRANCH.
           MOVE WS-BOX-NUMBER TO SB-NUMBER.
           READ SAFE-BOXES
              INVALID KEY
                 DISPLAY "Coffre inconnu dans cette agence"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SB-IS-FREE THEN
              DISPLAY "Coffre non disponible (statut " SB-STATUS ")"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero client du titulaire ?".
           ACCEPT WS-HOLDER-ID.
           MOVE WS-HOLDER-ID TO WS-WORK-ID.
           PERFORM READ-CUSTOMER.
           IF WS-CUSTOMER-FOUND NOT = 'Y' THEN
              DISPLAY "Client " WS-HOLDER-ID " inconnu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titulaire : " CM-NAME " " CM-LAST-NAME.
           DISPLAY "Numero client du cotitulaire (0 si aucun) ?".
           ACCEPT WS-CO-HOLDER-ID.
           IF WS-CO-HOLDER-ID NOT = 0 THEN
              IF WS-CO-HOLDER-ID = WS-HOLDER-ID THEN
                 DISPLAY "Le cotitulaire doit etre un autre client"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CO-HOLDER-ID TO WS-WORK-ID
              PERFORM READ-CUSTOMER
              IF WS-CUSTOMER-FOUND NOT = 'Y' THEN
                 DISPLAY "Client " WS-CO-HOLDER-ID " inconnu"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Cotitulaire : " CM-NAME " " CM-LAST-NAME
           END-IF.

           DISPLAY "Compte a debiter du loyer : PIN ?".
           ACCEPT WS-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-NO.
           IF WS-PIN NOT = WS-HOLDER-ID
                 AND WS-PIN NOT = WS-CO-HOLDER-ID THEN
              DISPLAY "Le compte doit appartenir a un titulaire du "
                 "coffre"
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
              DISPLAY "Le loyer est preleve sur un compte en euros"
              EXIT PARAGRAPH
           END-IF.

           PERFORM SET-BOX-RENT.
           DISPLAY "Loyer annuel " WS-BOX-RENT
              " preleve chaque annee sur " WS-PIN "-" WS-ACCT-NO.
           DISPLAY "Confirmer la location (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Location abandonnee"
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-CONTRACT-ID.
           INITIALIZE SAFE-RENTAL-RECORD.
           MOVE WS-NEXT-CONTRACT-ID TO SR-CONTRACT-ID.
           MOVE WS-BRANCH-ID TO SR-BRANCH.
           MOVE WS-BOX-NUMBER TO SR-BOX-NUMBER.
           MOVE WS-HOLDER-ID TO SR-HOLDER-ID.
           MOVE WS-CO-HOLDER-ID TO SR-CO-HOLDER-ID.
           MOVE WS-PIN TO SR-PIN.
           MOVE WS-ACCT-NO TO SR-ACCT-NO.
           MOVE WS-TODAY TO SR-START-DATE.
           MOVE WS-TODAY TO SR-NEXT-DUE-DATE.
           MOVE 'A' TO SR-STATUS.
           MOVE WS-OPERATOR-ID TO SR-OPENED-BY.
           WRITE SAFE-RENTAL-RECORD
              INVALID KEY
                 DISPLAY "Impossible d'enregistrer le contrat"
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'O' TO SB-STATUS.
           MOVE SR-CONTRACT-ID TO SB-CONTRACT-ID.
           REWRITE SAFE-BOX-RECORD.
           DISPLAY "Contrat " SR-CONTRACT-ID " : coffre " SB-NUMBER
              " loue, premier loyer preleve au prochain passage".
           MOVE "LOCATION" TO WS-ACTION-LABEL.
           MOVE SR-CONTRACT-ID TO WS-CONTRACT-ID.
           PERFORM LOG-SAFE-BOX-ACTION.

       FIND-NEXT-CONTRACT-ID.
           MOVE 0 TO WS-NEXT-CONTRACT-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SR-CONTRACT-ID.
           START SAFE-RENTALS KEY IS > SR-CONTRACT-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SAFE-RENTALS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE SR-CONTRACT-ID TO WS-NEXT-CONTRACT-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CONTRACT-ID.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE WS-WORK-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUSTOMER-FOUND
              END-READ
           END-IF.
           CLOSE CUSTOMER-MASTER.

      *    The box and its contract as the rest of this desk needs
      *    them; a box not let has no contract to read.
       READ-BOX-AND-CONTRACT.
           MOVE 0 TO WS-CONTRACT-ID.
           DISPLAY "Numero du coffre ?".
           ACCEPT WS-BOX-NUMBER.
           MOVE WS-BRANCH-ID TO SB-BRANCH.
           MOVE WS-BOX-NUMBER TO SB-NUMBER.
           READ SAFE-BOXES
              INVALID KEY
                 DISPLAY "Coffre inconnu dans cette agence"
                 EXIT PARAGRAPH
           END-READ.
           IF SB-CONTRACT-ID = 0 THEN
              DISPLAY "Coffre " SB-NUMBER " non loue"
              EXIT PARAGRAPH
           END-IF.
           MOVE SB-CONTRACT-ID TO SR-CONTRACT-ID.
           READ SAFE-RENTALS
              INVALID KEY
                 DISPLAY "Contrat " SB-CONTRACT-ID " introuvable"
                 EXIT PARAGRAPH
           END-READ.
           MOVE SR-CONTRACT-ID TO WS-CONTRACT-ID.

      *    Only a holder, a joint holder, or a proxy holding a full
      *    mandate on the rent account goes down to the box, on an
      *    identity document the teller has checked. A sealed box
      *    opens to nobody; every visit is logged, refused or not.
       RECORD-BOX-ACCESS.
           PERFORM READ-BOX-AND-CONTRACT.
           IF WS-CONTRACT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero client du visiteur ?".
           ACCEPT WS-VISITOR-ID.
           DISPLAY "Piece d'identite presentee (type et numero) ?".
           ACCEPT WS-ID-DOCUMENT.

           MOVE SPACE TO WS-CAPACITY.
           MOVE SPACES TO WS-REFUSAL-REASON.
           EVALUATE TRUE
              WHEN WS-ID-DOCUMENT = SPACES
                 MOVE "SANS PIECE" TO WS-REFUSAL-REASON
              WHEN SR-IS-SEALED OR SB-IS-SEALED
                 MOVE "COFFRE SOUS SCELLES" TO WS-REFUSAL-REASON
              WHEN NOT SR-IS-ACTIVE
                 MOVE "CONTRAT CLOS" TO WS-REFUSAL-REASON
              WHEN SR-FORCED-OPEN-SCHEDULED
                 MOVE "OUVERTURE FORCEE" TO WS-REFUSAL-REASON
              WHEN WS-VISITOR-ID = SR-HOLDER-ID
                 MOVE 'T' TO WS-CAPACITY
              WHEN WS-VISITOR-ID = SR-CO-HOLDER-ID
                    AND SR-CO-HOLDER-ID NOT = 0
                 MOVE 'C' TO WS-CAPACITY
              WHEN OTHER
                 PERFORM CHECK-VISITOR-PROXY
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND BOX-ACCESS-LOG.
           MOVE SPACES TO BOX-ACCESS-RECORD.
           MOVE WS-NOW TO BA-DATETIME.
           MOVE SB-BRANCH TO BA-BRANCH.
           MOVE SB-NUMBER TO BA-BOX-NUMBER.
           MOVE SR-CONTRACT-ID TO BA-CONTRACT-ID.
           MOVE WS-VISITOR-ID TO BA-VISITOR-ID.
           MOVE WS-CAPACITY TO BA-CAPACITY.
           MOVE WS-ID-DOCUMENT TO BA-ID-DOCUMENT.
           IF WS-CAPACITY = SPACE THEN
              MOVE 'R' TO BA-RESULT
           ELSE
              MOVE 'A' TO BA-RESULT
           END-IF.
           MOVE WS-REFUSAL-REASON TO BA-REASON.
           MOVE WS-OPERATOR-ID TO BA-OPERATOR-ID.
           WRITE BOX-ACCESS-RECORD.
           CLOSE BOX-ACCESS-LOG.

           IF WS-CAPACITY = SPACE THEN
              DISPLAY "Acces au coffre refuse : " WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CAPACITY
              WHEN 'T'
                 DISPLAY "Acces autorise : titulaire"
              WHEN 'C'
                 DISPLAY "Acces autorise : cotitulaire"
              WHEN OTHER
                 DISPLAY "Acces autorise : mandataire, procuration "
                    WS-PROXY-DOC-REF
           END-EVALUATE.
           IF SR-ARREARS > 0 THEN
              DISPLAY "Loyer impaye : " SR-ARREARS
                 " a regulariser"
           END-IF.

      *    A proxy is admitted on a mandate in force with full
      *    scope over the account the box is rented against.
       CHECK-VISITOR-PROXY.
           CALL "CheckProxyMandate" USING BY REFERENCE WS-VISITOR-ID
              SR-PIN SR-ACCT-NO WS-PROXY-SCOPE-NEEDED
              WS-PROXY-AMOUNT WS-TODAY WS-PROXY-RESULT
              WS-PROXY-SCOPE WS-PROXY-LIMIT WS-PROXY-DOC-REF.
           EVALUATE WS-PROXY-RESULT
              WHEN 'O'
                 MOVE 'M' TO WS-CAPACITY
              WHEN 'N'
                 MOVE "NI TITULAIRE NI MAND" TO WS-REFUSAL-REASON
              WHEN 'V'
                 MOVE "PROCURATION ECHUE" TO WS-REFUSAL-REASON
              WHEN OTHER
                 MOVE "HORS PORTEE MANDAT" TO WS-REFUSAL-REASON
           END-EVALUATE.

       SHOW-CONTRACT.
           PERFORM READ-BOX-AND-CONTRACT.
           IF WS-CONTRACT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Contrat " SR-CONTRACT-ID " coffre " SR-BRANCH "-"
              SR-BOX-NUMBER " taille " SB-SIZE " statut " SR-STATUS.
           DISPLAY "  Titulaire " SR-HOLDER-ID
              " cotitulaire " SR-CO-HOLDER-ID
              " compte " SR-PIN "-" SR-ACCT-NO.
           DISPLAY "  Depuis le " SR-START-DATE
              " prochaine echeance " SR-NEXT-DUE-DATE
              " dernier loyer " SR-LAST-RENT.
           DISPLAY "  Impaye " SR-ARREARS
              " relance niveau " SR-DUNNING-LEVEL
              " le " SR-LAST-DUNNING-DATE.
           IF SR-FORCED-OPEN-SCHEDULED THEN
              DISPLAY "  Ouverture forcee prevue le "
                 SR-FORCED-OPEN-DATE
           END-IF.
           IF SR-IS-SEALED THEN
              DISPLAY "  Sous scelles depuis le " SR-SEALED-DATE
           END-IF.

      *    The holder hands the key back. Rent still owed must be
      *    paid first; a sealed box is given up only once the
      *    holder's estate has been released to the heirs.
       TERMINATE-CONTRACT.
           PERFORM READ-BOX-AND-CONTRACT.
           IF WS-CONTRACT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF SR-IS-TERMINATED OR SR-IS-FORCE-OPENED THEN
              DISPLAY "Contrat deja clos"
              EXIT PARAGRAPH
           END-IF.
           IF SR-ARREARS > 0 THEN
              DISPLAY "Resiliation refusee : loyer impaye "
                 SR-ARREARS
              EXIT PARAGRAPH
           END-IF.
           IF SR-IS-SEALED THEN
              PERFORM CHECK-ESTATE-RELEASED
              IF ESTATE-RECORDS-FS NOT = "00" THEN
                 DISPLAY "Coffre sous scelles : succession non "
                    "liberee"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "Confirmer la resiliation et la remise des cles "
              "(O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Resiliation abandonnee"
              EXIT PARAGRAPH
           END-IF.

           MOVE 'T' TO SR-STATUS.
           MOVE WS-TODAY TO SR-END-DATE.
           MOVE WS-OPERATOR-ID TO SR-CLOSED-BY.
           REWRITE SAFE-RENTAL-RECORD.
           MOVE 'L' TO SB-STATUS.
           MOVE 0 TO SB-CONTRACT-ID.
           REWRITE SAFE-BOX-RECORD.
           DISPLAY "Contrat " SR-CONTRACT-ID " resilie, coffre "
              SB-NUMBER " libre".
           MOVE "RESILIATION" TO WS-ACTION-LABEL.
           PERFORM LOG-SAFE-BOX-ACTION.

      *    "00" when the holder, or the joint holder, whose death
      *    sealed the box has had their estate released.
       CHECK-ESTATE-RELEASED.
           OPEN INPUT ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS NOT = "00" THEN
              CLOSE ESTATE-RECORDS
              MOVE "35" TO ESTATE-RECORDS-FS
              EXIT PARAGRAPH
           END-IF.
           MOVE SR-HOLDER-ID TO ES-CM-ID.
           READ ESTATE-RECORDS
              INVALID KEY
                 IF SR-CO-HOLDER-ID NOT = 0 THEN
                    MOVE SR-CO-HOLDER-ID TO ES-CM-ID
                    READ ESTATE-RECORDS
                       INVALID KEY
                          CONTINUE
                    END-READ
                 END-IF
           END-READ.
           IF ESTATE-RECORDS-FS = "00" THEN
              IF NOT ES-IS-RELEASED THEN
                 MOVE "99" TO ESTATE-RECORDS-FS
              END-IF
           END-IF.
           CLOSE ESTATE-RECORDS.

      *    The last step of unpaid-rent dunning: once the date
      *    given in the notice has passed, the box is drilled in
      *    front of a bailiff and its contents inventoried and
      *    held. The supervisor records it here; the box is then
      *    out of service until the lock is changed.
       RECORD-FORCED-OPENING.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-BOX-AND-CONTRACT.
           IF WS-CONTRACT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT SR-FORCED-OPEN-SCHEDULED OR NOT SR-IS-ACTIVE THEN
              DISPLAY "Aucune ouverture forcee programmee pour ce "
                 "coffre"
              EXIT PARAGRAPH
           END-IF.
           IF SR-FORCED-OPEN-DATE > WS-TODAY THEN
              DISPLAY "Ouverture forcee prevue le "
                 SR-FORCED-OPEN-DATE ", delai non echu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer l'ouverture forcee devant huissier "
              "(O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Abandon"
              EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO SR-STATUS.
           MOVE WS-TODAY TO SR-END-DATE.
           MOVE WS-OPERATOR-ID TO SR-CLOSED-BY.
           REWRITE SAFE-RENTAL-RECORD.
           MOVE 'H' TO SB-STATUS.
           MOVE 0 TO SB-CONTRACT-ID.
           REWRITE SAFE-BOX-RECORD.
           DISPLAY "Ouverture forcee enregistree, impaye restant "
              SR-ARREARS.
           MOVE "OUV FORCEE" TO WS-ACTION-LABEL.
           PERFORM LOG-SAFE-BOX-ACTION.

       LOG-SAFE-BOX-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "COFFRE " WS-ACTION-LABEL
              " coffre=" SB-BRANCH "-" SB-NUMBER
              " contrat=" WS-CONTRACT-ID
              " operateur=" WS-OPERATOR-ID
              " le=" WS-NOW
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM SafeBoxDesk.
