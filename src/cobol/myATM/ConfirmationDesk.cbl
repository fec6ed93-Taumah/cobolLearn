       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmationDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULARIZATION-PARMS ASSIGN TO
                 '../../data/circparm.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-YEAR
              FILE STATUS IS CIRCULARIZATION-PARMS-FS.

           SELECT CONFIRMATIONS ASSIGN TO '../../data/confirm.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-KEY
              FILE STATUS IS CONFIRMATIONS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CIRCULARIZATION-PARMS.
       COPY "CIRCPARM.cpy".

       FD CONFIRMATIONS.
       COPY "CONFIRM.cpy".

       WORKING-STORAGE SECTION.

       01 CIRCULARIZATION-PARMS-FS PIC XX.
       01 CONFIRMATIONS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-PARAMETERS VALUE 1.
           88 WS-MENU-REPLY VALUE 2.
           88 WS-MENU-LIST VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk. The auditors' parameters
      *  are keyed by a supervisor; anyone signed on may record
      *  the replies as the post brings them.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-YEAR PIC 9(4).
       01 WS-BAND-IDX PIC 9.
       01 WS-PARMS-OK PIC X.
       01 WS-PARMS-EXIST PIC X.
       01 WS-PREVIOUS-FLOOR PIC 9(9)V99.

       01 WS-REPLY-CHOICE PIC 9.
           88 WS-REPLY-AGREED VALUE 1.
           88 WS-REPLY-DISAGREED VALUE 2.
           88 WS-REPLY-NONE VALUE 3.
       01 WS-CUSTOMER-BALANCE-IN PIC S9(9)V99.
       01 WS-CONFIRM PIC X.

       01 WS-BALANCE-EDIT PIC -Z(8)9,99.
       01 WS-DIFFERENCE-EDIT PIC -Z(8)9,99.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O CIRCULARIZATION-PARMS.
           IF CIRCULARIZATION-PARMS-FS = "35" THEN
              CLOSE CIRCULARIZATION-PARMS
              OPEN OUTPUT CIRCULARIZATION-PARMS
              CLOSE CIRCULARIZATION-PARMS
              OPEN I-O CIRCULARIZATION-PARMS
           END-IF.
           OPEN I-O CONFIRMATIONS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-CONFIRMATION-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-PARAMETERS
                    PERFORM SET-SAMPLING-PARAMETERS
                 WHEN WS-MENU-REPLY
                    PERFORM RECORD-CUSTOMER-REPLY
                 WHEN WS-MENU-LIST
                    PERFORM LIST-CONFIRMATIONS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE CIRCULARIZATION-PARMS.
           IF CONFIRMATIONS-FS = "00" THEN
              CLOSE CONFIRMATIONS
           END-IF.
           DISPLAY "Fin de la gestion des confirmations de solde".
           STOP RUN.

       DISPLAY-CONFIRMATION-MENU.
           DISPLAY "=== Confirmations de solde (commissaires aux "
              "comptes) ===".
           DISPLAY "1. Parametres d'echantillonnage d'un exercice".
           DISPLAY "2. Enregistrer une reponse".
           DISPLAY "3. Lister les confirmations d'un exercice".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

      *    The parameters as the auditors hand them over: keyed
      *    again in full until the draw has used them, never
      *    after.
       SET-SAMPLING-PARAMETERS.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Parametres reserves aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Exercice (AAAA) ?".
           ACCEPT WS-YEAR.
           MOVE 'N' TO WS-PARMS-EXIST.
           MOVE WS-YEAR TO CP-YEAR.
           READ CIRCULARIZATION-PARMS
              INVALID KEY
                 INITIALIZE CIRCULARIZATION-PARM-RECORD
                 MOVE WS-YEAR TO CP-YEAR
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PARMS-EXIST
           END-READ.
           IF WS-PARMS-EXIST = 'Y' AND CP-DRAWN-DATE NOT = 0 THEN
              DISPLAY "Echantillon deja tire le " CP-DRAWN-DATE
                 ", parametres figes"
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PARMS-OK.
           DISPLAY "Seuil de confirmation systematique (EUR) ?".
           ACCEPT CP-THRESHOLD.
           IF CP-THRESHOLD = 0 THEN
              DISPLAY "Le seuil doit etre positif"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Graine du tirage (6 chiffres) ?".
           ACCEPT CP-SEED.
           DISPLAY "Nombre de tranches de solde (1 a 5) ?".
           ACCEPT CP-BAND-COUNT.
           IF CP-BAND-COUNT = 0 OR CP-BAND-COUNT > 5 THEN
              DISPLAY "De 1 a 5 tranches"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PREVIOUS-FLOOR.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 5
              MOVE 0 TO CP-BAND-FLOOR(WS-BAND-IDX)
              MOVE 0 TO CP-BAND-SAMPLE(WS-BAND-IDX)
           END-PERFORM.
           MOVE 'Y' TO WS-PARMS-OK.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > CP-BAND-COUNT
                    OR WS-PARMS-OK = 'N'
              DISPLAY "Tranche " WS-BAND-IDX
                 " - solde minimum (EUR) ?"
              ACCEPT CP-BAND-FLOOR(WS-BAND-IDX)
              DISPLAY "Tranche " WS-BAND-IDX
                 " - nombre de soldes a tirer ?"
              ACCEPT CP-BAND-SAMPLE(WS-BAND-IDX)
              IF WS-BAND-IDX > 1
                    AND CP-BAND-FLOOR(WS-BAND-IDX)
                       NOT > WS-PREVIOUS-FLOOR THEN
                 DISPLAY "Les tranches doivent etre croissantes"
                 MOVE 'N' TO WS-PARMS-OK
              END-IF
              IF CP-BAND-FLOOR(WS-BAND-IDX) NOT < CP-THRESHOLD THEN
                 DISPLAY "Une tranche doit rester sous le seuil"
                 MOVE 'N' TO WS-PARMS-OK
              END-IF
              MOVE CP-BAND-FLOOR(WS-BAND-IDX) TO WS-PREVIOUS-FLOOR
           END-PERFORM.
           IF WS-PARMS-OK = 'N' THEN
              DISPLAY "Parametres non enregistres"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPERATOR-ID TO CP-SET-BY.
           MOVE WS-TODAY TO CP-SET-DATE.
           MOVE 0 TO CP-DRAWN-DATE.
           IF WS-PARMS-EXIST = 'Y' THEN
              REWRITE CIRCULARIZATION-PARM-RECORD
           ELSE
              WRITE CIRCULARIZATION-PARM-RECORD
           END-IF.
           IF CIRCULARIZATION-PARMS-FS = "00" THEN
              DISPLAY "Parametres de l'exercice " CP-YEAR
                 " enregistres"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 CIRCULARIZATION-PARMS-FS
           END-IF.

      *    A reply recorded in error is put right by recording it
      *    again; the earlier one is shown first.
       RECORD-CUSTOMER-REPLY.
           IF CONFIRMATIONS-FS NOT = "00" THEN
              DISPLAY "Aucune confirmation envoyee"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Exercice (AAAA) ?".
           ACCEPT CF-YEAR.
           DISPLAY "Nature (C compte, P pret, T depot a terme) ?".
           ACCEPT CF-SOURCE.
           DISPLAY "Reference (PIN et compte, numero de pret ou de "
              "depot) ?".
           ACCEPT CF-ITEM-ID.
           READ CONFIRMATIONS
              INVALID KEY
                 DISPLAY "Confirmation introuvable"
                 EXIT PARAGRAPH
           END-READ.

           MOVE CF-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "Client " CF-CUSTOMER-ID " solde au 31/12/"
              CF-YEAR " : " WS-BALANCE-EDIT.
           IF NOT CF-IS-AWAITING THEN
              DISPLAY "Reponse deja enregistree (" CF-REPLY-STATUS
                 ") le " CF-REPLY-DATE ", la remplacer (O/N) ?"
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           DISPLAY "1. Solde confirme".
           DISPLAY "2. Solde conteste".
           DISPLAY "3. Sans reponse a la cloture des relances".
           ACCEPT WS-REPLY-CHOICE.
           MOVE 0 TO CF-CUSTOMER-BALANCE.
           MOVE 0 TO CF-DIFFERENCE.
           EVALUATE TRUE
              WHEN WS-REPLY-AGREED
                 MOVE 'A' TO CF-REPLY-STATUS
                 MOVE CF-BALANCE TO CF-CUSTOMER-BALANCE
              WHEN WS-REPLY-DISAGREED
                 DISPLAY "Solde selon le client (EUR, signe - si "
                    "debiteur) ?"
                 ACCEPT WS-CUSTOMER-BALANCE-IN
                 MOVE WS-CUSTOMER-BALANCE-IN TO CF-CUSTOMER-BALANCE
                 COMPUTE CF-DIFFERENCE =
                    CF-CUSTOMER-BALANCE - CF-BALANCE
                 MOVE 'D' TO CF-REPLY-STATUS
              WHEN WS-REPLY-NONE
                 MOVE 'N' TO CF-REPLY-STATUS
              WHEN OTHER
                 DISPLAY "Choix invalide"
                 EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "Commentaire ?".
           ACCEPT CF-COMMENT.
           MOVE WS-TODAY TO CF-REPLY-DATE.
           MOVE WS-OPERATOR-ID TO CF-RECORDED-BY.
           REWRITE CONFIRMATION-RECORD.
           IF CF-IS-DISAGREED THEN
              MOVE CF-DIFFERENCE TO WS-DIFFERENCE-EDIT
              DISPLAY "Ecart enregistre : " WS-DIFFERENCE-EDIT
           ELSE
              DISPLAY "Reponse enregistree"
           END-IF.

       LIST-CONFIRMATIONS.
           IF CONFIRMATIONS-FS NOT = "00" THEN
              DISPLAY "Aucune confirmation envoyee"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Exercice (AAAA) ?".
           ACCEPT WS-YEAR.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-YEAR TO CF-YEAR.
           MOVE LOW-VALUES TO CF-SOURCE.
           MOVE 0 TO CF-ITEM-ID.
           START CONFIRMATIONS KEY IS >= CF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CONFIRMATIONS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CF-YEAR NOT = WS-YEAR THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE CF-BALANCE TO WS-BALANCE-EDIT
                       DISPLAY "  " CF-SOURCE " " CF-ITEM-ID
                          " client " CF-CUSTOMER-ID
                          " tranche " CF-STRATUM
                          " solde " WS-BALANCE-EDIT
                          " courrier " CF-MAIL-RESULT
                          " reponse " CF-REPLY-STATUS
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune confirmation pour l'exercice " WS-YEAR
           END-IF.

       END PROGRAM ConfirmationDesk.
