       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxMarginMaintenance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-MARGINS ASSIGN TO '../../data/fxmargin.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-CURRENCY
              FILE STATUS IS FX-MARGINS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD FX-MARGINS.
       COPY "FXMARGIN.cpy".

       WORKING-STORAGE SECTION.

       01 FX-MARGINS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SET VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door. Pricing the counter's currencies is
      *  supervisor work.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

      *  A margin this wide is a keying slip, not a price.
       01 MAX-FX-MARGIN PIC 9V9999 VALUE 0,2000.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve au superviseur"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM OPEN-OR-CREATE-FX-MARGINS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-MARGIN-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-SET
                    PERFORM SET-CURRENCY-MARGINS
                 WHEN WS-MENU-LIST
                    PERFORM LIST-CURRENCY-MARGINS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE FX-MARGINS.
           DISPLAY "Fin de la maintenance des marges de change".
           STOP RUN.

       OPEN-OR-CREATE-FX-MARGINS.
           OPEN I-O FX-MARGINS.
           IF FX-MARGINS-FS = "35" THEN
              CLOSE FX-MARGINS
              OPEN OUTPUT FX-MARGINS
              CLOSE FX-MARGINS
              OPEN I-O FX-MARGINS
           END-IF.

       DISPLAY-MARGIN-MENU.
           DISPLAY "=== Marges du bureau de change ===".
           DISPLAY "1. Fixer les marges d'une devise".
           DISPLAY "2. Lister les marges".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    The currency is priced off the EUR/xxx fix in
      *    rates.dat; a currency is only offered once that fix is
      *    posted. Suspending a currency keeps its margins.
       SET-CURRENCY-MARGINS.
           DISPLAY "Devise (ex USD) ?".
           ACCEPT FM-CURRENCY.
           IF FM-CURRENCY = "EUR" OR FM-CURRENCY = SPACES THEN
              DISPLAY "Devise invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Marge a la vente (ex 0,0300) ?".
           ACCEPT FM-SELL-MARGIN.
           DISPLAY "Marge a l'achat (ex 0,0300) ?".
           ACCEPT FM-BUY-MARGIN.
           IF FM-SELL-MARGIN > MAX-FX-MARGIN
                 OR FM-BUY-MARGIN > MAX-FX-MARGIN THEN
              DISPLAY "Marge refusee : au-dela de " MAX-FX-MARGIN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Devise proposee au guichet (A) ou suspendue (S) ?".
           ACCEPT FM-STATUS.
           IF NOT FM-IS-OFFERED AND NOT FM-IS-SUSPENDED THEN
              MOVE 'A' TO FM-STATUS
           END-IF.
           MOVE WS-TODAY TO FM-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO FM-UPDATED-BY.

           WRITE FX-MARGIN-RECORD
              INVALID KEY
                 REWRITE FX-MARGIN-RECORD
           END-WRITE.
           IF FX-MARGINS-FS = "00" THEN
              DISPLAY "Marges " FM-CURRENCY " enregistrees"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 FX-MARGINS-FS
           END-IF.

       LIST-CURRENCY-MARGINS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO FM-CURRENCY.
           START FX-MARGINS KEY IS > FM-CURRENCY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FX-MARGINS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " FM-CURRENCY
                       " vente " FM-SELL-MARGIN
                       " achat " FM-BUY-MARGIN
                       " statut " FM-STATUS
                       " le " FM-UPDATED-DATE
                       " par " FM-UPDATED-BY
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune devise parametree"
           END-IF.

       END PROGRAM FxMarginMaintenance.
