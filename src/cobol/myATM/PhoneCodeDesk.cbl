       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhoneCodeDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONE-ACCESS ASSIGN TO '../../data/phoneacc.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PA-CM-ID
              FILE STATUS IS PHONE-ACCESS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PHONE-ACCESS.
       COPY "PHONEACC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 PHONE-ACCESS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(14).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-ISSUE VALUE 1.
           88 WS-MENU-REVOKE VALUE 2.
           88 WS-MENU-SHOW VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-CUSTOMER-FOUND PIC X.
       01 WS-ACCESS-FOUND PIC X.
       01 WS-ACTION-LABEL PIC X(12).
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

      *  The code is keyed twice by the customer on the desk's
      *  keypad, out of the teller's sight, and only its digest is
      *  kept.
       01 WS-NEW-CODE PIC 9(4).
       01 WS-NEW-CODE-AGAIN PIC 9(4).
       01 WS-CODE-DIGEST PIC 9(4).
       01 MAX-TRIES PIC 9 VALUE 3.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           OPEN I-O PHONE-ACCESS.
           IF PHONE-ACCESS-FS = "35" THEN
              CLOSE PHONE-ACCESS
              OPEN OUTPUT PHONE-ACCESS
              CLOSE PHONE-ACCESS
              OPEN I-O PHONE-ACCESS
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-PHONE-CODE-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-ISSUE
                    PERFORM ISSUE-PHONE-CODE
                 WHEN WS-MENU-REVOKE
                    PERFORM REVOKE-PHONE-CODE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-PHONE-CODE
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE PHONE-ACCESS.
           DISPLAY "Fin de la gestion des codes telephone".
           STOP RUN.

       DISPLAY-PHONE-CODE-MENU.
           DISPLAY "=== Codes d'acces banque par telephone ===".
           DISPLAY "1. Attribuer ou reinitialiser un code".
           DISPLAY "2. Revoquer un code".
           DISPLAY "3. Consulter un code".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE WS-CUSTOMER-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUSTOMER-FOUND
              END-READ
           END-IF.
           CLOSE CUSTOMER-MASTER.

       READ-PHONE-ACCESS.
           MOVE 'N' TO WS-ACCESS-FOUND.
           MOVE WS-CUSTOMER-ID TO PA-CM-ID.
           READ PHONE-ACCESS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACCESS-FOUND
           END-READ.

      *    A first code, a forgotten one, or a locked one: the new
      *    code replaces whatever was there and gives the customer
      *    a full set of tries again.
       ISSUE-PHONE-CODE.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-CUSTOMER.
           IF WS-CUSTOMER-FOUND = 'N' THEN
              DISPLAY "Client inconnu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " CM-NAME " " CM-LAST-NAME.

           DISPLAY "Nouveau code (saisi par le client) ?".
           ACCEPT WS-NEW-CODE.
           DISPLAY "Confirmer le code ?".
           ACCEPT WS-NEW-CODE-AGAIN.
           IF WS-NEW-CODE NOT = WS-NEW-CODE-AGAIN THEN
              DISPLAY "Les deux saisies different, code non "
                 "attribue"
              EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-CODE = 0 OR WS-NEW-CODE = WS-CUSTOMER-ID THEN
              DISPLAY "Code trop facile a deviner, code non "
                 "attribue"
              EXIT PARAGRAPH
           END-IF.

           CALL "PinTranslate" USING BY REFERENCE WS-CUSTOMER-ID
              WS-NEW-CODE WS-CODE-DIGEST.
           MOVE 0 TO WS-NEW-CODE.
           MOVE 0 TO WS-NEW-CODE-AGAIN.

           PERFORM READ-PHONE-ACCESS.
           MOVE WS-CUSTOMER-ID TO PA-CM-ID.
           MOVE WS-CODE-DIGEST TO PA-CODE-DIGEST.
           MOVE MAX-TRIES TO PA-TRIES-LEFT.
           MOVE 'A' TO PA-STATUS.
           MOVE WS-TODAY TO PA-SET-DATE.
           MOVE WS-OPERATOR-ID TO PA-SET-BY.
           IF WS-ACCESS-FOUND = 'Y' THEN
              REWRITE PHONE-ACCESS-RECORD
              MOVE "REINITIALISE" TO WS-ACTION-LABEL
           ELSE
              MOVE 0 TO PA-LAST-CALL
              WRITE PHONE-ACCESS-RECORD
              MOVE "ATTRIBUE" TO WS-ACTION-LABEL
           END-IF.
           DISPLAY "Code telephone " WS-ACTION-LABEL.
           PERFORM LOG-PHONE-CODE-ACTION.

      *    Revoked at the customer's request or on suspicion; the
      *    telephone channel refuses the customer until a new code
      *    is issued.
       REVOKE-PHONE-CODE.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-PHONE-ACCESS.
           IF WS-ACCESS-FOUND = 'N' OR PA-IS-REVOKED THEN
              DISPLAY "Aucun code en vigueur pour ce client"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Revoquer le code du client " WS-CUSTOMER-ID
              " (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED THEN
              DISPLAY "Revocation abandonnee"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO PA-STATUS.
           MOVE WS-TODAY TO PA-SET-DATE.
           MOVE WS-OPERATOR-ID TO PA-SET-BY.
           REWRITE PHONE-ACCESS-RECORD.
           DISPLAY "Code telephone revoque".
           MOVE "REVOQUE" TO WS-ACTION-LABEL.
           PERFORM LOG-PHONE-CODE-ACTION.

       SHOW-PHONE-CODE.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-PHONE-ACCESS.
           IF WS-ACCESS-FOUND = 'N' THEN
              DISPLAY "Aucun code attribue a ce client"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN PA-IS-ACTIVE
                 DISPLAY "Code actif, essais restants "
                    PA-TRIES-LEFT
              WHEN PA-IS-LOCKED
                 DISPLAY "Code bloque apres trop d'essais"
              WHEN OTHER
                 DISPLAY "Code revoque"
           END-EVALUATE.
           DISPLAY "Modifie le " PA-SET-DATE " par " PA-SET-BY.
           IF PA-LAST-CALL NOT = 0 THEN
              DISPLAY "Dernier appel identifie le " PA-LAST-CALL
           END-IF.

       LOG-PHONE-CODE-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "CODE TEL " WS-ACTION-LABEL
              " client=" WS-CUSTOMER-ID
              " operateur=" WS-OPERATOR-ID
              " le=" WS-NOW
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM PhoneCodeDesk.
