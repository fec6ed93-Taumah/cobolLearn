              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMPLOYEE-FS.

      *  The customers each employee is personally tied to, for
      *  the segregation-of-duties review.
           SELECT STAFF-LINKS ASSIGN TO '../../data/stafflink.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SL-KEY
              FILE STATUS IS STAFF-LINKS-FS.

      *  Operations' mapping of each employee id to the account
      *  their salary lands on: that account's holder is the
      *  employee themselves.
           SELECT PAYROLL-MAP ASSIGN TO '../../data/emppay.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYROLL-MAP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD EMPLOYEE-RECORDS.
       01 EMPLOYEE-LINE PIC X(31).

       FD STAFF-LINKS.
       COPY "STAFFLINK.cpy".

       FD PAYROLL-MAP.
       01 PAYROLL-MAP-LINE.
           03 PM-EMP-ID PIC X(6).
           03 FILLER PIC X.
           03 PM-PIN PIC 9(4).
           03 FILLER PIC X.
           03 PM-ACCT-NO PIC 9(2).

       WORKING-STORAGE SECTION.

       01 OPERATOR-RECORDS-FS PIC XX.
       01 EMPLOYEE-FS PIC XX.
       01 STAFF-LINKS-FS PIC XX.
       01 PAYROLL-MAP-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-ROLE VALUE 3.
           88 WS-MENU-RESET VALUE 4.
           88 WS-MENU-BRANCH VALUE 5.
           88 WS-MENU-LINK VALUE 6.
           88 WS-MENU-LIST-LINKS VALUE 7.
           88 WS-MENU-QUIT VALUE 8.

       01 WS-EMP-NAME PIC X(15).
       01 WS-EMP-ID PIC X(6).
       01 WS-NEW-PASSWORD PIC 9(4).
       01 WS-NEW-DIGEST PIC 9(4).

       01 WS-LINK-CUSTOMER-ID PIC 9(4).
       01 WS-LINK-COUNT PIC 9(4) VALUE 0.
       01 WS-CONFIRM PIC X.
           88 WS-CONFIRM-YES VALUE 'O' 'o'.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door; skipped only on the bootstrap run that builds
      *  the operator master in the first place.
           END-IF.

           PERFORM OPEN-OR-CREATE-OPERATOR-RECORDS.
           PERFORM OPEN-OR-CREATE-STAFF-LINKS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-OPERATOR-MENU
                    PERFORM ASSIGN-OPERATOR-BRANCH
                 WHEN WS-MENU-RESET
                    PERFORM RESET-OPERATOR-PASSWORD
                 WHEN WS-MENU-LINK
                    PERFORM MAINTAIN-STAFF-LINK
                 WHEN WS-MENU-LIST-LINKS
                    PERFORM LIST-STAFF-LINKS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           END-PERFORM.

           CLOSE OPERATOR-RECORDS.
           CLOSE STAFF-LINKS.
           DISPLAY "Fin de la gestion des operateurs".
           STOP RUN.

              OPEN I-O OPERATOR-RECORDS
           END-IF.

       OPEN-OR-CREATE-STAFF-LINKS.
           OPEN I-O STAFF-LINKS.
           IF STAFF-LINKS-FS = "35" THEN
              CLOSE STAFF-LINKS
              OPEN OUTPUT STAFF-LINKS
              CLOSE STAFF-LINKS
              OPEN I-O STAFF-LINKS
           END-IF.

       DISPLAY-OPERATOR-MENU.
           DISPLAY "=== Gestion des operateurs ===".
           DISPLAY "1. Charger depuis le fichier du personnel".
           DISPLAY "3. Changer le role d'un operateur".
           DISPLAY "4. Reinitialiser un mot de passe".
           DISPLAY "5. Affecter une agence".
           DISPLAY "6. Rattacher un client a un salarie".
           DISPLAY "7. Lister les rattachements clients".
           DISPLAY "8. Quitter".
           DISPLAY "Votre choix ?".

      *    Every employee becomes a counter clerk ('G') with their
           END-PERFORM.
           CLOSE EMPLOYEE-RECORDS.
           DISPLAY WS-LOADED-COUNT " operateur(s) charge(s)".
           PERFORM LINK-SALARY-ACCOUNTS.

      *    The account an employee is paid into is their own: each
      *    one becomes a link to that customer, unless already
      *    there.
       LINK-SALARY-ACCOUNTS.
           MOVE 0 TO WS-LINK-COUNT.
           OPEN INPUT PAYROLL-MAP.
           IF PAYROLL-MAP-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PAYROLL-MAP
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PM-EMP-ID IS NUMERIC THEN
                       MOVE PM-EMP-ID TO WS-TARGET-ID
                       MOVE WS-TARGET-ID TO SL-EMP-ID
                       MOVE PM-PIN TO SL-CUSTOMER-ID
                       MOVE 'T' TO SL-RELATION
                       MOVE FUNCTION CURRENT-DATE(1:8)
                          TO SL-LINKED-DATE
                       MOVE 0 TO SL-LINKED-BY
                       WRITE STAFF-LINK-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-LINK-COUNT
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYROLL-MAP.
           DISPLAY WS-LINK-COUNT " compte(s) de salaire rattache(s)".

       LOAD-ONE-EMPLOYEE.
           MOVE EMPLOYEE-LINE(1:15) TO WS-EMP-NAME.
           REWRITE OPERATOR-RECORD.
           DISPLAY "Mot de passe reinitialise".

      *    Declared by the employee: their own customer number if
      *    they bank here other than through payroll, and those of
      *    the relatives they live with. An existing link can be
      *    withdrawn from the same screen.
       MAINTAIN-STAFF-LINK.
           DISPLAY "Identifiant du salarie ?".
           ACCEPT WS-TARGET-ID.
           MOVE WS-TARGET-ID TO OP-ID.
           READ OPERATOR-RECORDS
              INVALID KEY
                 DISPLAY "Operateur introuvable"
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "Numero client rattache ?".
           ACCEPT WS-LINK-CUSTOMER-ID.
           MOVE WS-TARGET-ID TO SL-EMP-ID.
           MOVE WS-LINK-CUSTOMER-ID TO SL-CUSTOMER-ID.
           READ STAFF-LINKS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Client deja rattache (lien " SL-RELATION
                    "). Supprimer ce rattachement (O/N) ?"
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM-YES THEN
                    DELETE STAFF-LINKS RECORD
                    DISPLAY "Rattachement supprime"
                 END-IF
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "Lien (T=Le salarie lui-meme / F=Famille) ?".
           ACCEPT SL-RELATION.
           IF NOT SL-IS-OWN AND NOT SL-IS-FAMILY THEN
              DISPLAY "Lien invalide (T ou F attendu)"
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-LINKED-DATE.
           MOVE WS-OPERATOR-ID TO SL-LINKED-BY.
           WRITE STAFF-LINK-RECORD.
           DISPLAY "Client rattache".

       LIST-STAFF-LINKS.
           MOVE 0 TO WS-LINK-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO SL-KEY.
           START STAFF-LINKS KEY IS >= SL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STAFF-LINKS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINK-COUNT
                    DISPLAY "  salarie " SL-EMP-ID
                       " client " SL-CUSTOMER-ID
                       " lien " SL-RELATION
                       " depuis " SL-LINKED-DATE
                       " par " SL-LINKED-BY
              END-READ
           END-PERFORM.
           IF WS-LINK-COUNT = 0 THEN
              DISPLAY "Aucun rattachement enregistre"
           END-IF.

       END PROGRAM OperatorMaster.
