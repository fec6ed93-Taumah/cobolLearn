       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChangeApproval.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-CHANGES ASSIGN TO
                 '../../data/refchange.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RV-ID
              FILE STATUS IS REFERENCE-CHANGES-FS.

      *  Maker and checker both go to the same audit the sign-on
      *  writes.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD REFERENCE-CHANGES.
       COPY "REFCHG.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 REFERENCE-CHANGES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-DECIDE VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-DECIDE-ID PIC 9(6).
       01 WS-DECISION PIC X.
           88 WS-DECISION-APPROVE VALUE 'A' 'a'.
           88 WS-DECISION-REFUSE VALUE 'R' 'r'.
       01 WS-APPLY-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

      *    Rates, limits and calendars are signed off by a
      *    supervisor, never by a second clerk.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Programme reserve aux superviseurs"
              STOP RUN
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O REFERENCE-CHANGES.
           IF REFERENCE-CHANGES-FS = "35" THEN
              DISPLAY "Aucune modification en attente"
              CLOSE REFERENCE-CHANGES
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-APPROVAL-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-PENDING-CHANGES
                 WHEN WS-MENU-DECIDE
                    PERFORM DECIDE-ONE-CHANGE
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE REFERENCE-CHANGES.
           DISPLAY "Fin de la validation des referentiels".
           STOP RUN.

       DISPLAY-APPROVAL-MENU.
           DISPLAY "=== Modifications de referentiel en attente ===".
           DISPLAY "1. Lister les modifications".
           DISPLAY "2. Statuer sur une modification".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

       LIST-PENDING-CHANGES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO RV-ID.
           START REFERENCE-CHANGES KEY IS > RV-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REFERENCE-CHANGES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RV-IS-PENDING THEN
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  Modification " RV-ID
                          " " RV-FILE " " RV-ACTION
                          " cle " RV-KEY
                          " par " RV-MAKER
                          " le " RV-REQUEST-DATE
                          " effet " RV-EFFECTIVE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune modification en attente"
           END-IF.

      *    The maker cannot be their own checker. An approved
      *    change takes effect at once unless it carries a later
      *    effective date, which the nightly chain honours.
       DECIDE-ONE-CHANGE.
           DISPLAY "Numero de la modification ?".
           ACCEPT WS-DECIDE-ID.
           MOVE WS-DECIDE-ID TO RV-ID.
           READ REFERENCE-CHANGES
              INVALID KEY
                 DISPLAY "Modification introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT RV-IS-PENDING THEN
              DISPLAY "Cette modification est deja traitee"
              EXIT PARAGRAPH
           END-IF.
           IF RV-MAKER = WS-OPERATOR-ID THEN
              DISPLAY "Un operateur ne peut pas valider sa "
                 "propre modification"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fichier " RV-FILE " cle " RV-KEY
              " action " RV-ACTION.
           DISPLAY "  avant : " RV-BEFORE.
           DISPLAY "  apres : " RV-AFTER.
           DISPLAY "Decision (A=Approuver / R=Refuser) ?".
           ACCEPT WS-DECISION.

           EVALUATE TRUE
              WHEN WS-DECISION-APPROVE
                 MOVE WS-OPERATOR-ID TO RV-CHECKER
                 MOVE WS-TODAY TO RV-DECIDED-DATE
                 IF RV-EFFECTIVE-DATE > WS-TODAY THEN
                    MOVE 'V' TO RV-STATUS
                    DISPLAY "Modification approuvee, appliquee le "
                       RV-EFFECTIVE-DATE
                 ELSE
                    PERFORM APPLY-APPROVED-CHANGE
                 END-IF
                 IF NOT RV-IS-PENDING THEN
                    REWRITE REFERENCE-CHANGE-RECORD
                    PERFORM LOG-DECISION
                 END-IF
              WHEN WS-DECISION-REFUSE
                 MOVE 'R' TO RV-STATUS
                 MOVE WS-OPERATOR-ID TO RV-CHECKER
                 MOVE WS-TODAY TO RV-DECIDED-DATE
                 REWRITE REFERENCE-CHANGE-RECORD
                 PERFORM LOG-DECISION
                 DISPLAY "Modification refusee"
              WHEN OTHER
                 DISPLAY "Decision invalide (A ou R attendu)"
           END-EVALUATE.

      *    A file that cannot be written leaves the change pending
      *    so it can be approved again once the file is back.
       APPLY-APPROVED-CHANGE.
           CALL "ApplyReferenceChange" USING BY REFERENCE
              REFERENCE-CHANGE-RECORD WS-APPLY-STATUS.
           EVALUATE WS-APPLY-STATUS
              WHEN 0
                 MOVE 'A' TO RV-STATUS
                 MOVE WS-TODAY TO RV-APPLIED-DATE
                 DISPLAY "Modification appliquee"
              WHEN 1
                 MOVE 'C' TO RV-STATUS
                 DISPLAY "L'enregistrement a change depuis la "
                    "demande : modification non appliquee"
              WHEN OTHER
                 MOVE 0 TO RV-CHECKER
                 MOVE 0 TO RV-DECIDED-DATE
                 DISPLAY "Application impossible, modification "
                    "laissee en attente"
           END-EVALUATE.

       LOG-DECISION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "REFERENTIEL modif=" RV-ID
              " " RV-FILE
              " statut=" RV-STATUS
              " auteur=" RV-MAKER
              " valideur=" RV-CHECKER
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM RefChangeApproval.
