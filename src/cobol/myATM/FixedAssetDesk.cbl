       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSETS ASSIGN TO '../../data/fixasset.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-ID
              FILE STATUS IS FIXED-ASSETS-FS.

      *  An ATM is registered against its terminal, and takes the
      *  terminal's branch.
           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS TERMINAL-PROFILES-FS.

           SELECT BRANCH-RECORDS ASSIGN TO '../../data/branch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-CODE
              FILE STATUS IS BRANCH-RECORDS-FS.

      *  The purchase reaches the ledger as a bank-side row, like
      *  every other posting.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIXED-ASSETS.
       COPY "FIXASSET.cpy".

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       FD BRANCH-RECORDS.
       COPY "BRANCHREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       WORKING-STORAGE SECTION.

       01 FIXED-ASSETS-FS PIC XX.
       01 TERMINAL-PROFILES-FS PIC XX.
       01 BRANCH-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-REGISTER VALUE 1.
           88 WS-MENU-VIEW VALUE 2.
           88 WS-MENU-LIST VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk. Only a supervisor puts an
      *  asset on the books; anyone signed on may look.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  The asset as keyed, checked in full before anything is
      *  written.
       01 WS-NEW-ASSET.
           03 WS-NA-ID PIC X(8).
           03 WS-NA-CATEGORY PIC X(4).
           03 WS-NA-TP-ID PIC X(4).
           03 WS-NA-DESCRIPTION PIC X(30).
           03 WS-NA-BRANCH PIC X(2).
           03 WS-NA-ACQ-DATE PIC 9(8).
           03 WS-NA-COST PIC 9(7)V99.
           03 WS-NA-LIFE-MONTHS PIC 9(3).
           03 WS-NA-METHOD PIC X.

      *  Declining balance is only allowed on an asset kept at
      *  least three years, as the fiscal rules have it.
       01 WS-MIN-DECLINING-MONTHS PIC 9(3) VALUE 36.
       01 WS-MAX-LIFE-MONTHS PIC 9(3) VALUE 480.

       01 WS-ASSET-ID PIC X(8).
       01 WS-CONFIRM PIC X.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-TERMINAL-TAKEN PIC X.
       01 WS-NET-BOOK-VALUE PIC 9(7)V99.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.
       01 WS-AMOUNT-EDIT-2 PIC Z(6)9,99.
       01 WS-TRAN-REF PIC 9(8).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-OR-CREATE-FIXED-ASSETS.
           IF FIXED-ASSETS-FS NOT = "00" THEN
              DISPLAY "Registre des immobilisations indisponible"
              STOP RUN
           END-IF.
           OPEN INPUT TERMINAL-PROFILES.
           OPEN INPUT BRANCH-RECORDS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-ASSET-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-REGISTER
                    PERFORM REGISTER-ASSET
                 WHEN WS-MENU-VIEW
                    PERFORM VIEW-ONE-ASSET
                 WHEN WS-MENU-LIST
                    PERFORM LIST-ASSETS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE FIXED-ASSETS.
           IF TERMINAL-PROFILES-FS = "00" THEN
              CLOSE TERMINAL-PROFILES
           END-IF.
           IF BRANCH-RECORDS-FS = "00" THEN
              CLOSE BRANCH-RECORDS
           END-IF.
           DISPLAY "Fin de la gestion des immobilisations".
           STOP RUN.

       OPEN-OR-CREATE-FIXED-ASSETS.
           OPEN I-O FIXED-ASSETS.
           IF FIXED-ASSETS-FS = "35" THEN
              CLOSE FIXED-ASSETS
              OPEN OUTPUT FIXED-ASSETS
              CLOSE FIXED-ASSETS
              OPEN I-O FIXED-ASSETS
           END-IF.

       DISPLAY-ASSET-MENU.
           DISPLAY "=== Immobilisations ===".
           DISPLAY "1. Enregistrer une acquisition".
           DISPLAY "2. Consulter une immobilisation".
           DISPLAY "3. Lister le registre".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       REGISTER-ASSET.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Enregistrement reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-NEW-ASSET.
           DISPLAY "Numero d'inventaire (8 caracteres) ?".
           ACCEPT WS-NA-ID.
           IF WS-NA-ID = SPACES THEN
              DISPLAY "Numero d'inventaire obligatoire"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NA-ID TO FA-ID.
           READ FIXED-ASSETS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Numero d'inventaire deja utilise"
                 EXIT PARAGRAPH
           END-READ.

           DISPLAY "Categorie (GAB/COFF/EQPT) ?".
           ACCEPT WS-NA-CATEGORY.
           MOVE WS-NA-CATEGORY TO FA-CATEGORY.
           IF NOT FA-CATEGORY-VALID THEN
              DISPLAY "Categorie inconnue"
              EXIT PARAGRAPH
           END-IF.

           IF FA-IS-ATM THEN
              PERFORM TAKE-TERMINAL-BRANCH
           ELSE
              PERFORM TAKE-KEYED-BRANCH
           END-IF.
           IF WS-NA-BRANCH = SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Designation ?".
           ACCEPT WS-NA-DESCRIPTION.
           DISPLAY "Date d'acquisition (AAAAMMJJ) ?".
           ACCEPT WS-NA-ACQ-DATE.
           IF WS-NA-ACQ-DATE > WS-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-NA-ACQ-DATE)
                    NOT = 0 THEN
              DISPLAY "Date d'acquisition invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cout d'acquisition HT ?".
           ACCEPT WS-NA-COST.
           IF WS-NA-COST = 0 THEN
              DISPLAY "Cout d'acquisition invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Duree d'utilisation en mois ?".
           ACCEPT WS-NA-LIFE-MONTHS.
           IF WS-NA-LIFE-MONTHS = 0
                 OR WS-NA-LIFE-MONTHS > WS-MAX-LIFE-MONTHS THEN
              DISPLAY "Duree d'utilisation invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mode d'amortissement (L lineaire/D degressif) ?".
           ACCEPT WS-NA-METHOD.
           IF WS-NA-METHOD NOT = 'L' AND WS-NA-METHOD NOT = 'D' THEN
              DISPLAY "Mode d'amortissement inconnu"
              EXIT PARAGRAPH
           END-IF.
           IF WS-NA-METHOD = 'D'
                 AND WS-NA-LIFE-MONTHS < WS-MIN-DECLINING-MONTHS THEN
              DISPLAY "Degressif refuse sous " WS-MIN-DECLINING-MONTHS
                 " mois"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NA-COST TO WS-AMOUNT-EDIT.
           DISPLAY "Enregistrer " WS-NA-ID " agence " WS-NA-BRANCH
              " cout " WS-AMOUNT-EDIT " ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'O' THEN
              DISPLAY "Enregistrement abandonne"
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE FIXED-ASSET-RECORD.
           MOVE WS-NA-ID TO FA-ID.
           MOVE WS-NA-CATEGORY TO FA-CATEGORY.
           MOVE WS-NA-TP-ID TO FA-TP-ID.
           MOVE WS-NA-DESCRIPTION TO FA-DESCRIPTION.
           MOVE WS-NA-BRANCH TO FA-BRANCH.
           MOVE WS-NA-ACQ-DATE TO FA-ACQ-DATE.
           MOVE WS-NA-COST TO FA-COST.
           MOVE WS-NA-LIFE-MONTHS TO FA-LIFE-MONTHS.
           MOVE WS-NA-METHOD TO FA-METHOD.
           MOVE 0 TO FA-ACCUM-DEPR.
           MOVE 0 TO FA-MONTHS-CHARGED.
           MOVE 0 TO FA-LAST-PERIOD.
           MOVE 'A' TO FA-STATUS.
           MOVE 0 TO FA-DISPOSAL-DATE.
           MOVE 0 TO FA-DISPOSAL-NBV.
           MOVE WS-OPERATOR-ID TO FA-REGISTERED-BY.
           WRITE FIXED-ASSET-RECORD
              INVALID KEY
                 DISPLAY "Enregistrement impossible"
                 EXIT PARAGRAPH
           END-WRITE.

           PERFORM WRITE-ACQUISITION-TRANLOG.
           DISPLAY "Immobilisation " FA-ID " enregistree".

      *    The terminal must be in the fleet, still in service, and
      *    not already carried by another asset on the books.
       TAKE-TERMINAL-BRANCH.
           MOVE SPACES TO WS-NA-BRANCH.
           DISPLAY "Identifiant terminal (4 caracteres) ?".
           ACCEPT WS-NA-TP-ID.
           IF TERMINAL-PROFILES-FS NOT = "00" THEN
              DISPLAY "Fichier des terminaux indisponible"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NA-TP-ID TO TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 DISPLAY "Terminal inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT TP-IS-ACTIVE THEN
              DISPLAY "Terminal retire"
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TERMINAL-TAKEN.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FA-ID.
           START FIXED-ASSETS KEY IS >= FA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXED-ASSETS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FA-IS-ATM AND FA-IS-IN-SERVICE
                          AND FA-TP-ID = WS-NA-TP-ID THEN
                       MOVE 'Y' TO WS-TERMINAL-TAKEN
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-TERMINAL-TAKEN = 'Y' THEN
              DISPLAY "Terminal deja inscrit au registre"
              EXIT PARAGRAPH
           END-IF.
           MOVE TP-BRANCH TO WS-NA-BRANCH.

       TAKE-KEYED-BRANCH.
           MOVE SPACES TO WS-NA-TP-ID.
           DISPLAY "Code agence ?".
           ACCEPT WS-NA-BRANCH.
           IF BRANCH-RECORDS-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NA-BRANCH TO BR-CODE.
           READ BRANCH-RECORDS
              INVALID KEY
                 DISPLAY "Agence inconnue"
                 MOVE SPACES TO WS-NA-BRANCH
           END-READ.

      *    Bank-side row, no customer balance behind it: the cost
      *    goes on the books against what is owed to the supplier.
       WRITE-ACQUISITION-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE "IMAC" TO TL-TYPE.
           MOVE FA-COST TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE FA-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       VIEW-ONE-ASSET.
           DISPLAY "Numero d'inventaire ?".
           ACCEPT WS-ASSET-ID.
           MOVE WS-ASSET-ID TO FA-ID.
           READ FIXED-ASSETS
              INVALID KEY
                 DISPLAY "Immobilisation inconnue"
                 EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR.
           MOVE FA-COST TO WS-AMOUNT-EDIT.
           DISPLAY "Immobilisation : " FA-ID " " FA-CATEGORY
              " " FA-TP-ID.
           DISPLAY "Designation    : " FA-DESCRIPTION.
           DISPLAY "Agence         : " FA-BRANCH.
           DISPLAY "Acquise le     : " FA-ACQ-DATE " pour "
              WS-AMOUNT-EDIT.
           DISPLAY "Amortissement  : " FA-METHOD " sur "
              FA-LIFE-MONTHS " mois, " FA-MONTHS-CHARGED
              " passe(s), dernier " FA-LAST-PERIOD.
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDIT.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-2.
           DISPLAY "Amortissements : " WS-AMOUNT-EDIT
              " VNC " WS-AMOUNT-EDIT-2.
           IF FA-IS-DISPOSED THEN
              MOVE FA-DISPOSAL-NBV TO WS-AMOUNT-EDIT
              DISPLAY "Sortie le " FA-DISPOSAL-DATE
                 ", VNC passee en perte " WS-AMOUNT-EDIT
           END-IF.

       LIST-ASSETS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FA-ID.
           START FIXED-ASSETS KEY IS >= FA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXED-ASSETS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    COMPUTE WS-NET-BOOK-VALUE =
                       FA-COST - FA-ACCUM-DEPR
                    MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT
                    DISPLAY "  " FA-ID " " FA-CATEGORY " "
                       FA-TP-ID " agence " FA-BRANCH
                       " VNC " WS-AMOUNT-EDIT
                       " statut " FA-STATUS
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune immobilisation au registre"
           END-IF.

       END PROGRAM FixedAssetDesk.
