              RECORD KEY IS TP-ID
              FILE STATUS IS TERMINAL-PROFILES-FS.

      *  Head office's instructions to each machine, waiting for
      *  the terminal to pick them up at its next session.
           SELECT TERMINAL-COMMANDS ASSIGN TO
                 '../../data/termcmd.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TC-KEY
              FILE STATUS IS TERMINAL-COMMANDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       FD TERMINAL-COMMANDS.
       COPY "TERMCMD.cpy".

       WORKING-STORAGE SECTION.

       01 TERMINAL-PROFILES-FS PIC XX.
       01 TERMINAL-COMMANDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-DEFINE VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-RETIRE VALUE 3.
           88 WS-MENU-HOURS VALUE 4.
           88 WS-MENU-WINDOW VALUE 5.
           88 WS-MENU-SEND-COMMAND VALUE 6.
           88 WS-MENU-LIST-COMMANDS VALUE 7.
           88 WS-MENU-CANCEL-COMMAND VALUE 8.
           88 WS-MENU-QUIT VALUE 9.

       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-WORK-TP-ID PIC X(4).

      *  Opening hours and maintenance windows as keyed at the desk.
       01 WS-DAY-IDX PIC 9.
       01 WS-DAY-NAMES-VALUES PIC X(56) VALUE
           "Lundi   Mardi   MercrediJeudi   VendrediSamedi  Dimanche".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
           03 WS-DAY-NAME PIC X(8) OCCURS 7 TIMES.
       01 WS-TIME-IN PIC 9(4).
       01 WS-TIME-PARTS REDEFINES WS-TIME-IN.
           03 WS-TIME-HH PIC 9(2).
           03 WS-TIME-MM PIC 9(2).
       01 WS-HOURS-VALID PIC X.
       01 WS-WINDOW-IDX PIC 9.
       01 WS-WINDOW-START PIC 9(12).
       01 WS-WINDOW-END PIC 9(12).

      *  A command for a machine, and where it goes in its queue.
       01 WS-COMMAND-IN PIC X.
       01 WS-MESSAGE-IN PIC X(40).
       01 WS-NEXT-SEQ PIC 9(6).
       01 WS-CANCEL-SEQ PIC 9(6).
       01 WS-NOW PIC X(21).

      *  Who is signed on at this desk. Changes are proposed under
      *  that operator and reach the file only once a second
      *  operator has approved them.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       COPY "REFCHG.cpy".
       01 WS-SUBMIT-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-TERMINAL-PROFILES.
           PERFORM OPEN-OR-CREATE-TERMINAL-COMMANDS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-TERMINAL-MENU
                    PERFORM DEFINE-OR-UPDATE-TERMINAL
                 WHEN WS-MENU-LIST
                    PERFORM LIST-TERMINALS
                 WHEN WS-MENU-RETIRE
                    PERFORM RETIRE-TERMINAL
                 WHEN WS-MENU-HOURS
                    PERFORM SET-OPENING-HOURS
                 WHEN WS-MENU-WINDOW
                    PERFORM SET-MAINTENANCE-WINDOW
                 WHEN WS-MENU-SEND-COMMAND
                    PERFORM SEND-TERMINAL-COMMAND
                 WHEN WS-MENU-LIST-COMMANDS
                    PERFORM LIST-TERMINAL-COMMANDS
                 WHEN WS-MENU-CANCEL-COMMAND
                    PERFORM CANCEL-TERMINAL-COMMAND
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           END-PERFORM.

           CLOSE TERMINAL-PROFILES.
           CLOSE TERMINAL-COMMANDS.
           DISPLAY "Fin de la gestion des terminaux".
           STOP RUN.

              OPEN I-O TERMINAL-PROFILES
           END-IF.

       OPEN-OR-CREATE-TERMINAL-COMMANDS.
           OPEN I-O TERMINAL-COMMANDS.
           IF TERMINAL-COMMANDS-FS = "35" THEN
              CLOSE TERMINAL-COMMANDS
              OPEN OUTPUT TERMINAL-COMMANDS
              CLOSE TERMINAL-COMMANDS
              OPEN I-O TERMINAL-COMMANDS
           END-IF.

       DISPLAY-TERMINAL-MENU.
           DISPLAY "=== Profils des terminaux ===".
           DISPLAY "1. Definir/modifier un terminal".
           DISPLAY "2. Lister les terminaux".
           DISPLAY "3. Retirer un terminal".
           DISPLAY "4. Horaires d'ouverture".
           DISPLAY "5. Fenetre de maintenance programmee".
           DISPLAY "6. Envoyer une commande a un terminal".
           DISPLAY "7. Commandes d'un terminal".
           DISPLAY "8. Annuler une commande en attente".
           DISPLAY "9. Quitter".
           DISPLAY "Votre choix ?".

      *    The hours and windows already on file ride along
      *    unchanged; a new machine starts open round the clock
      *    with no window planned.
       DEFINE-OR-UPDATE-TERMINAL.
           DISPLAY "Identifiant terminal (4 caracteres) ?".
           ACCEPT TP-ID.
           MOVE TP-ID TO WS-WORK-TP-ID.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           READ TERMINAL-PROFILES
              INVALID KEY
                 MOVE SPACES TO RV-BEFORE
                 MOVE SPACES TO TERMINAL-PROFILE-RECORD
                 MOVE WS-WORK-TP-ID TO TP-ID
                 PERFORM SET-DEFAULT-HOURS
                 PERFORM SET-DEFAULT-WINDOWS
              NOT INVALID KEY
                 MOVE TERMINAL-PROFILE-RECORD TO RV-BEFORE
           END-READ.
           DISPLAY "Emplacement ?".
           ACCEPT TP-LOCATION.
           DISPLAY "Langue par defaut (FR/EN) ?".
           ACCEPT TP-BRANCH.
           MOVE 'A' TO TP-STATUS.

           MOVE "TERMINAU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE TP-ID TO RV-KEY.
           MOVE TERMINAL-PROFILE-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       SET-DEFAULT-HOURS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
              MOVE 0 TO TP-OPEN-TIME(WS-DAY-IDX)
              MOVE 2400 TO TP-CLOSE-TIME(WS-DAY-IDX)
           END-PERFORM.

       SET-DEFAULT-WINDOWS.
           PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                 UNTIL WS-WINDOW-IDX > 3
              MOVE 0 TO TP-MW-START(WS-WINDOW-IDX)
              MOVE 0 TO TP-MW-END(WS-WINDOW-IDX)
           END-PERFORM.

      *    The week is keyed day by day; the new hours go through
      *    the same second-operator approval as any profile change.
       SET-OPENING-HOURS.
           DISPLAY "Identifiant terminal ?".
           ACCEPT TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 DISPLAY "Terminal inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF TP-IS-RETIRED THEN
              DISPLAY "Terminal retire"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE TERMINAL-PROFILE-RECORD TO RV-BEFORE.
           IF TP-WEEKLY-HOURS IS NOT NUMERIC THEN
              PERFORM SET-DEFAULT-HOURS
           END-IF.

           DISPLAY "Horaires HHMM : 0000-2400 en continu, "
              "0000-0000 ferme".
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
              DISPLAY WS-DAY-NAME(WS-DAY-IDX) " actuel "
                 TP-OPEN-TIME(WS-DAY-IDX) "-"
                 TP-CLOSE-TIME(WS-DAY-IDX)
              DISPLAY "  Ouverture (HHMM) ?"
              ACCEPT WS-TIME-IN
              PERFORM CHECK-TIME-IN
              IF WS-HOURS-VALID = 'N' THEN
                 DISPLAY "Heure invalide, horaires non modifies"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TIME-IN TO TP-OPEN-TIME(WS-DAY-IDX)
              DISPLAY "  Fermeture (HHMM) ?"
              ACCEPT WS-TIME-IN
              PERFORM CHECK-TIME-IN
              IF WS-HOURS-VALID = 'N' THEN
                 DISPLAY "Heure invalide, horaires non modifies"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TIME-IN TO TP-CLOSE-TIME(WS-DAY-IDX)
           END-PERFORM.

           MOVE "TERMINAU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE TP-ID TO RV-KEY.
           MOVE TERMINAL-PROFILE-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       CHECK-TIME-IN.
           MOVE 'Y' TO WS-HOURS-VALID.
           IF WS-TIME-IN IS NOT NUMERIC
                 OR WS-TIME-MM > 59
                 OR WS-TIME-IN > 2400 THEN
              MOVE 'N' TO WS-HOURS-VALID
           END-IF.

      *    A planned upgrade is booked in one of the machine's
      *    three slots; a zero start frees the slot.
       SET-MAINTENANCE-WINDOW.
           DISPLAY "Identifiant terminal ?".
           ACCEPT TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 DISPLAY "Terminal inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF TP-IS-RETIRED THEN
              DISPLAY "Terminal retire"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE TERMINAL-PROFILE-RECORD TO RV-BEFORE.
           IF TP-MAINTENANCE-WINDOWS IS NOT NUMERIC THEN
              PERFORM SET-DEFAULT-WINDOWS
           END-IF.

           PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                 UNTIL WS-WINDOW-IDX > 3
              DISPLAY "  Fenetre " WS-WINDOW-IDX " du "
                 TP-MW-START(WS-WINDOW-IDX) " au "
                 TP-MW-END(WS-WINDOW-IDX)
           END-PERFORM.
           DISPLAY "Numero de fenetre (1-3) ?".
           ACCEPT WS-WINDOW-IDX.
           IF WS-WINDOW-IDX < 1 OR WS-WINDOW-IDX > 3 THEN
              DISPLAY "Fenetre invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debut (AAAAMMJJHHMM, 0 = liberer) ?".
           ACCEPT WS-WINDOW-START.
           IF WS-WINDOW-START = 0 THEN
              MOVE 0 TO WS-WINDOW-END
           ELSE
              DISPLAY "Fin (AAAAMMJJHHMM) ?"
              ACCEPT WS-WINDOW-END
              IF WS-WINDOW-END NOT > WS-WINDOW-START THEN
                 DISPLAY "La fin doit suivre le debut"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE WS-WINDOW-START TO TP-MW-START(WS-WINDOW-IDX).
           MOVE WS-WINDOW-END TO TP-MW-END(WS-WINDOW-IDX).

           MOVE "TERMINAU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE TP-ID TO RV-KEY.
           MOVE TERMINAL-PROFILE-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.

      *    Commands are operational, not reference data: they go
      *    straight into the machine's queue under the operator
      *    who sent them, numbered after the last one queued.
       SEND-TERMINAL-COMMAND.
           DISPLAY "Identifiant terminal ?".
           ACCEPT TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 DISPLAY "Terminal inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF TP-IS-RETIRED THEN
              DISPLAY "Terminal retire"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Commande (H=hors service, E=en service, "
              "R=recharger parametres, M=message du jour) ?".
           ACCEPT WS-COMMAND-IN.
           MOVE SPACES TO WS-MESSAGE-IN.
           EVALUATE WS-COMMAND-IN
              WHEN 'H'
              WHEN 'E'
              WHEN 'R'
                 CONTINUE
              WHEN 'M'
                 DISPLAY "Message (vide pour effacer) ?"
                 ACCEPT WS-MESSAGE-IN
              WHEN OTHER
                 DISPLAY "Commande inconnue"
                 EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM FIND-NEXT-COMMAND-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE SPACES TO TERMINAL-COMMAND-RECORD.
           MOVE TP-ID TO TC-TP-ID.
           MOVE WS-NEXT-SEQ TO TC-SEQ.
           MOVE WS-COMMAND-IN TO TC-COMMAND.
           MOVE WS-MESSAGE-IN TO TC-MESSAGE.
           MOVE WS-OPERATOR-ID TO TC-ISSUED-BY.
           MOVE WS-NOW(1:8) TO TC-ISSUED-DATE.
           MOVE WS-NOW(9:6) TO TC-ISSUED-TIME.
           MOVE 'P' TO TC-STATUS.
           MOVE 0 TO TC-DONE-DATETIME.
           WRITE TERMINAL-COMMAND-RECORD
              INVALID KEY
                 DISPLAY "Commande non enregistree"
                 EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "Commande " TC-SEQ " en attente pour le terminal "
              TC-TP-ID.

       FIND-NEXT-COMMAND-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE 'N' TO WS-EOF.
           MOVE TP-ID TO TC-TP-ID.
           MOVE 0 TO TC-SEQ.
           START TERMINAL-COMMANDS KEY IS >= TC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TERMINAL-COMMANDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TC-TP-ID NOT = TP-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       COMPUTE WS-NEXT-SEQ = TC-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM.

       LIST-TERMINAL-COMMANDS.
           DISPLAY "Identifiant terminal ?".
           ACCEPT WS-WORK-TP-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-WORK-TP-ID TO TC-TP-ID.
           MOVE 0 TO TC-SEQ.
           START TERMINAL-COMMANDS KEY IS >= TC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TERMINAL-COMMANDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TC-TP-ID NOT = WS-WORK-TP-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  " TC-SEQ " " TC-COMMAND
                          " le " TC-ISSUED-DATE " " TC-ISSUED-TIME
                          " par " TC-ISSUED-BY
                          " statut " TC-STATUS
                          " execute " TC-DONE-DATETIME
                       IF TC-MESSAGE NOT = SPACES THEN
                          DISPLAY "         " TC-MESSAGE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune commande pour ce terminal"
           END-IF.

      *    Only a command the terminal has not yet picked up can
      *    be withdrawn.
       CANCEL-TERMINAL-COMMAND.
           DISPLAY "Identifiant terminal ?".
           ACCEPT WS-WORK-TP-ID.
           DISPLAY "Numero de commande ?".
           ACCEPT WS-CANCEL-SEQ.
           MOVE WS-WORK-TP-ID TO TC-TP-ID.
           MOVE WS-CANCEL-SEQ TO TC-SEQ.
           READ TERMINAL-COMMANDS
              INVALID KEY
                 DISPLAY "Commande introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT TC-IS-PENDING THEN
              DISPLAY "Commande deja executee ou annulee"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO TC-STATUS.
           REWRITE TERMINAL-COMMAND-RECORD.
           DISPLAY "Commande " TC-SEQ " annulee".

      *    Retiring goes through the same approval as any other
      *    change; once applied, the monthly asset run takes the
      *    machine off the books.
       RETIRE-TERMINAL.
           DISPLAY "Identifiant terminal a retirer ?".
           ACCEPT TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 DISPLAY "Terminal inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF TP-IS-RETIRED THEN
              DISPLAY "Terminal deja retire"
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "TERMINAU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE TP-ID TO RV-KEY.
           MOVE TERMINAL-PROFILE-RECORD TO RV-BEFORE.
           MOVE 'R' TO TP-STATUS.
           MOVE TERMINAL-PROFILE-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       LIST-MAINTENANCE-WINDOWS.
           IF TP-MAINTENANCE-WINDOWS IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                 UNTIL WS-WINDOW-IDX > 3
              IF TP-MW-START(WS-WINDOW-IDX) NOT = 0 THEN
                 DISPLAY "       maintenance du "
                    TP-MW-START(WS-WINDOW-IDX) " au "
                    TP-MW-END(WS-WINDOW-IDX)
              END-IF
           END-PERFORM.

       LIST-TERMINALS.
           MOVE 0 TO WS-LISTED-COUNT.
                       " plafond " TP-CASH-CEILING
                       " agence " TP-BRANCH
                       " statut " TP-STATUS
                    PERFORM LIST-MAINTENANCE-WINDOWS
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun terminal defini"
           END-IF.

      *    Nothing is written to the file from this desk: the
      *    change waits, with both images, for a second operator.
       SUBMIT-REFERENCE-CHANGE.
           MOVE WS-OPERATOR-ID TO RV-MAKER.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = des l'approbation) ?".
           ACCEPT RV-EFFECTIVE-DATE.
           CALL "SubmitReferenceChange" USING BY REFERENCE
              REFERENCE-CHANGE-RECORD WS-SUBMIT-STATUS.
           IF WS-SUBMIT-STATUS = 0 THEN
              DISPLAY "Modification " RV-ID " soumise a validation"
           ELSE
              DISPLAY "Soumission impossible"
           END-IF.

       END PROGRAM TerminalMaster.
