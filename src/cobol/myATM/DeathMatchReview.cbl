       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeathMatchReview.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The probable matches the monthly register import could not
      *  decide on its own.
           SELECT DEATH-MATCHES ASSIGN TO '../../data/decmatch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-ID
              FILE STATUS IS DEATH-MATCHES-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  A confirmed match opens the estate case, as a notification
      *  at the estate desk would.
           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD DEATH-MATCHES.
       COPY "DECMATCH.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       WORKING-STORAGE SECTION.

       01 DEATH-MATCHES-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-CONFIRM VALUE 2.
           88 WS-MENU-DISMISS VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-WORK-ID PIC 9(6).
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-OPENED PIC X.

      *  The protective steps a confirmed death sets off, the same
      *  the estate desk runs on a notification.
       COPY "DECDPROT.cpy".

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O DEATH-MATCHES.
           IF DEATH-MATCHES-FS NOT = "00" THEN
              DISPLAY "Aucun rapprochement avec le registre des "
                 "deces en file"
              CLOSE DEATH-MATCHES
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-REVIEW-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-OPEN-MATCHES
                 WHEN WS-MENU-CONFIRM
                    PERFORM CONFIRM-MATCH
                 WHEN WS-MENU-DISMISS
                    PERFORM DISMISS-MATCH
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE DEATH-MATCHES.
           CLOSE CUSTOMER-MASTER.
           DISPLAY "Fin de la revue des rapprochements deces".
           STOP RUN.

       DISPLAY-REVIEW-MENU.
           DISPLAY "=== Revue des rapprochements registre deces ===".
           DISPLAY "1. Lister les rapprochements a revoir".
           DISPLAY "2. Confirmer un deces (mesures conservatoires)".
           DISPLAY "3. Ecarter un rapprochement".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

      *    Both sides of each match are shown, the customer as we
      *    know them and the register entry, for the eye to judge
      *    what the score could not.
       LIST-OPEN-MATCHES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO DM-ID.
           START DEATH-MATCHES KEY IS > DM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DEATH-MATCHES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF DM-IS-OPEN THEN
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-ONE-MATCH
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun rapprochement a revoir"
           END-IF.

       SHOW-ONE-MATCH.
           DISPLAY "  Rapprochement " DM-ID " score " DM-SCORE
              " leve le " DM-RAISED-DATE.
           MOVE DM-CM-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "    Client   " DM-CM-ID " introuvable"
              NOT INVALID KEY
                 DISPLAY "    Client   " CM-ID " " CM-NAME " "
                    CM-LAST-NAME " ne le " CM-BIRTH-DATE
           END-READ.
           DISPLAY "    Registre " DM-REG-FIRST-NAMES " "
              DM-REG-BIRTH-NAME " (" DM-REG-USED-NAME ")".
           DISPLAY "             ne le " DM-REG-BIRTH-DATE
              " decede le " DM-REG-DEATH-DATE
              " acte " DM-REG-DEATH-REF.

      *    Confirming is the notification the family never made:
      *    the estate case is opened under the reviewer and the
      *    relationship protected on the spot. A case opened at
      *    the estate desk in the meantime is left as it stands.
       CONFIRM-MATCH.
           DISPLAY "Numero du rapprochement ?".
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO DM-ID.
           READ DEATH-MATCHES
              INVALID KEY
                 DISPLAY "Rapprochement introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT DM-IS-OPEN THEN
              DISPLAY "Ce rapprochement est deja decide"
              EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ESTATE-CASE.
           IF WS-CASE-OPENED = 'Y' THEN
              MOVE DM-CM-ID TO DP-CM-ID
              MOVE DM-REG-DEATH-DATE TO DP-DEATH-DATE
              MOVE 'R' TO DP-SOURCE
              MOVE WS-OPERATOR-ID TO DP-OPERATOR-ID
              MOVE WS-TODAY TO DP-EFFECTIVE-DATE
              CALL "ProtectDeceasedCustomer" USING BY REFERENCE
                 DECEASED-PROTECTION-RECORD
              DISPLAY "Dossier de succession ouvert : "
                 DP-CARDS-BLOCKED " carte(s) bloquee(s), "
                 DP-ORDERS-SUSPENDED " ordre(s) suspendu(s), "
                 DP-ACCOUNTS-HELD " compte(s) sous blocage"
              DISPLAY "  " DP-PROXIES-ENDED
                 " procuration(s) terminee(s), " DP-BOXES-SEALED
                 " coffre(s) sous scelles, " DP-CLAIMS-OPENED
                 " sinistre(s) ouvert(s)"
           ELSE
              DISPLAY "Un dossier de succession existe deja pour "
                 "ce client"
           END-IF.

           MOVE WS-OPERATOR-ID TO DM-DECIDED-BY.
           MOVE WS-TODAY TO DM-DECIDED-DATE.
           MOVE 'C' TO DM-STATUS.
           REWRITE DEATH-MATCH-RECORD.
           DISPLAY "Deces confirme pour le client " DM-CM-ID.

      *    estate.dat may not exist yet; the first notification
      *    creates it.
       OPEN-ESTATE-CASE.
           MOVE 'N' TO WS-CASE-OPENED.
           OPEN I-O ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS = "35" THEN
              CLOSE ESTATE-RECORDS
              OPEN OUTPUT ESTATE-RECORDS
              CLOSE ESTATE-RECORDS
              OPEN I-O ESTATE-RECORDS
           END-IF.
           MOVE DM-CM-ID TO ES-CM-ID.
           MOVE DM-REG-DEATH-DATE TO ES-DEATH-DATE.
           MOVE WS-TODAY TO ES-NOTIFIED-DATE.
           MOVE WS-OPERATOR-ID TO ES-NOTIFIED-BY.
           MOVE SPACES TO ES-HEIR-NAME.
           MOVE 0 TO ES-HEIR-PIN.
           MOVE 0 TO ES-HEIR-ACCT-NO.
           MOVE 'N' TO ES-DOCS-CHECKED.
           MOVE 0 TO ES-RELEASED-DATE.
           MOVE 'O' TO ES-STATUS.
           WRITE ESTATE-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CASE-OPENED
           END-WRITE.
           CLOSE ESTATE-RECORDS.

       DISMISS-MATCH.
           DISPLAY "Numero du rapprochement ?".
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO DM-ID.
           READ DEATH-MATCHES
              INVALID KEY
                 DISPLAY "Rapprochement introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT DM-IS-OPEN THEN
              DISPLAY "Ce rapprochement est deja decide"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATOR-ID TO DM-DECIDED-BY.
           MOVE WS-TODAY TO DM-DECIDED-DATE.
           MOVE 'D' TO DM-STATUS.
           REWRITE DEATH-MATCH-RECORD.
           DISPLAY "Rapprochement " DM-ID " ecarte".

       END PROGRAM DeathMatchReview.
