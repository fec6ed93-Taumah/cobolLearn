       IDENTIFICATION DIVISION.
       PROGRAM-ID. UsuryRateMaintenance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USURY-RATES ASSIGN TO '../../data/usury.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UR-KEY
              FILE STATUS IS USURY-RATES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD USURY-RATES.
       COPY "USURYRATE.cpy".

       WORKING-STORAGE SECTION.

       01 USURY-RATES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-POST VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM OPEN-OR-CREATE-USURY-RATES.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-USURY-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-POST
                    PERFORM POST-QUARTER-CEILING
                 WHEN WS-MENU-LIST
                    PERFORM LIST-CEILINGS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE USURY-RATES.
           DISPLAY "Fin de la maintenance des taux d'usure".
           STOP RUN.

      *    usury.dat may not exist yet; the first quarter posted
      *    creates it.
       OPEN-OR-CREATE-USURY-RATES.
           OPEN I-O USURY-RATES.
           IF USURY-RATES-FS = "35" THEN
              CLOSE USURY-RATES
              OPEN OUTPUT USURY-RATES
              CLOSE USURY-RATES
              OPEN I-O USURY-RATES
           END-IF.

       DISPLAY-USURY-MENU.
           DISPLAY "=== Taux d'usure Banque de France ===".
           DISPLAY "1. Poster le taux d'un trimestre".
           DISPLAY "2. Lister les taux".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    Posting the same category and date twice corrects that
      *    quarter's ceiling: the row is rewritten.
       POST-QUARTER-CEILING.
           DISPLAY "Categorie (P1 conso <= 3000, P2 <= 6000, "
              "P3 > 6000, DC decouvert) ?".
           ACCEPT UR-CATEGORY.
           IF NOT UR-IS-KNOWN-CATEGORY THEN
              DISPLAY "Categorie inconnue"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'effet (AAAAMMJJ) ?".
           ACCEPT UR-EFFECTIVE-DATE.
           DISPLAY "Taux d'usure annuel (%) ?".
           ACCEPT UR-CEILING-PCT.

           IF UR-CEILING-PCT = 0 THEN
              DISPLAY "Un taux d'usure a zero n'est pas poste"
              EXIT PARAGRAPH
           END-IF.

           WRITE USURY-RATE-RECORD
              INVALID KEY
                 REWRITE USURY-RATE-RECORD
           END-WRITE.
           IF USURY-RATES-FS = "00" THEN
              DISPLAY "Taux d'usure " UR-CATEGORY " au "
                 UR-EFFECTIVE-DATE " = " UR-CEILING-PCT
                 " % enregistre"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 USURY-RATES-FS
           END-IF.

       LIST-CEILINGS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO UR-CATEGORY.
           MOVE 0 TO UR-EFFECTIVE-DATE.
           START USURY-RATES KEY IS >= UR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ USURY-RATES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " UR-CATEGORY " effet "
                       UR-EFFECTIVE-DATE " taux " UR-CEILING-PCT " %"
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun taux d'usure enregistre"
           END-IF.

       END PROGRAM UsuryRateMaintenance.
