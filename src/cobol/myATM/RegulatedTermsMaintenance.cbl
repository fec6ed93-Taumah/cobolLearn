       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegulatedTermsMaintenance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULATED-TERMS ASSIGN TO '../../data/regsav.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-KEY
              FILE STATUS IS REGULATED-TERMS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REGULATED-TERMS.
       COPY "REGSAVRT.cpy".

       WORKING-STORAGE SECTION.

       01 REGULATED-TERMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-POST VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM OPEN-OR-CREATE-REGULATED-TERMS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-REGULATED-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-POST
                    PERFORM POST-REGULATED-TERMS
                 WHEN WS-MENU-LIST
                    PERFORM LIST-REGULATED-TERMS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE REGULATED-TERMS.
           DISPLAY "Fin de la maintenance de l'epargne reglementee".
           STOP RUN.

      *    regsav.dat may not exist yet; the first change posted
      *    creates it.
       OPEN-OR-CREATE-REGULATED-TERMS.
           OPEN I-O REGULATED-TERMS.
           IF REGULATED-TERMS-FS = "35" THEN
              CLOSE REGULATED-TERMS
              OPEN OUTPUT REGULATED-TERMS
              CLOSE REGULATED-TERMS
              OPEN I-O REGULATED-TERMS
           END-IF.

       DISPLAY-REGULATED-MENU.
           DISPLAY "=== Epargne reglementee, taux et plafond ===".
           DISPLAY "1. Poster un taux et un plafond".
           DISPLAY "2. Lister les taux et plafonds".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    Interest runs by fortnight, so a new rate only ever takes
      *    effect on the 1st or the 16th. Posting the same product
      *    and date twice corrects that change: the row is
      *    rewritten.
       POST-REGULATED-TERMS.
           DISPLAY "Produit (L = Livret A) ?".
           ACCEPT RS-PRODUCT.
           IF NOT RS-IS-KNOWN-PRODUCT THEN
              DISPLAY "Produit reglemente inconnu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'effet (AAAAMMJJ, le 01 ou le 16) ?".
           ACCEPT RS-EFFECTIVE-DATE.
           IF RS-EFFECTIVE-DATE(7:2) NOT = "01"
                 AND RS-EFFECTIVE-DATE(7:2) NOT = "16" THEN
              DISPLAY "La date d'effet doit ouvrir une quinzaine"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Taux annuel (%) ?".
           ACCEPT RS-RATE-PCT.
           DISPLAY "Plafond legal des versements ?".
           ACCEPT RS-CEILING.

           IF RS-CEILING = 0 THEN
              DISPLAY "Un plafond a zero n'est pas poste"
              EXIT PARAGRAPH
           END-IF.

           WRITE REGULATED-TERMS-RECORD
              INVALID KEY
                 REWRITE REGULATED-TERMS-RECORD
           END-WRITE.
           IF REGULATED-TERMS-FS = "00" THEN
              DISPLAY "Produit " RS-PRODUCT " au " RS-EFFECTIVE-DATE
                 " : taux " RS-RATE-PCT " %, plafond " RS-CEILING
                 " enregistre"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 REGULATED-TERMS-FS
           END-IF.

       LIST-REGULATED-TERMS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO RS-PRODUCT.
           MOVE 0 TO RS-EFFECTIVE-DATE.
           START REGULATED-TERMS KEY IS >= RS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REGULATED-TERMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " RS-PRODUCT " effet "
                       RS-EFFECTIVE-DATE " taux " RS-RATE-PCT
                       " % plafond " RS-CEILING
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun taux reglemente enregistre"
           END-IF.

       END PROGRAM RegulatedTermsMaintenance.
