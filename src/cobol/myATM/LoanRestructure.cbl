
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

      *  A new rate may not exceed the usury ceiling in force today
      *  for the loan's category, taken on the amount first lent.
       01 WS-CREDIT-KIND PIC X VALUE 'L'.
       01 WS-USURY-CATEGORY PIC X(2).
       01 WS-USURY-CEILING PIC 9(2)V99.
       01 WS-USURY-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
           DISPLAY "Taux actuel " LN-ANNUAL-RATE-PCT
              " - nouveau taux annuel (%) ?".
           ACCEPT WS-NEW-RATE.
           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND LN-PRINCIPAL WS-TODAY WS-USURY-CATEGORY
              WS-USURY-CEILING WS-USURY-STATUS.
           IF WS-USURY-STATUS NOT = 0 THEN
              DISPLAY "Aucun taux d'usure en vigueur pour la "
                 "categorie " WS-USURY-CATEGORY
           ELSE
              IF WS-NEW-RATE > WS-USURY-CEILING THEN
                 DISPLAY "Taux usuraire refuse : le plafond en "
                    "vigueur pour la categorie " WS-USURY-CATEGORY
                    " est " WS-USURY-CEILING " %"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM WITH TEST AFTER UNTIL WS-NEW-TERM > 0
              DISPLAY "Duree actuelle " LN-TERM-MONTHS
                 " - nouvelle duree restante (mois) ?"
