           88 WS-MENU-CLEAR VALUE 2.
           88 WS-MENU-UNLOCK VALUE 3.
           88 WS-MENU-REISSUE VALUE 4.
           88 WS-MENU-CONTROLS VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

       01 WS-NEW-PIN PIC 9(4).
       01 WS-NEW-PIN-CONFIRM PIC 9(4).
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-ACTION-LABEL PIC X(12).
       01 WS-CONTROLS-STATUS PIC 9(4).

       PROCEDURE DIVISION.

                    PERFORM CLEAR-PIN-LOCKOUT
                 WHEN WS-MENU-REISSUE
                    PERFORM REISSUE-CARD-PIN
                 WHEN WS-MENU-CONTROLS
                    PERFORM SET-CARD-CONTROLS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           DISPLAY "2. Retirer une carte de la liste noire".
           DISPLAY "3. Debloquer une carte (code PIN errone)".
           DISPLAY "4. Reemettre un code PIN".
           DISPLAY "5. Controles de la carte / voyages".
           DISPLAY "6. Quitter".
           DISPLAY "Votre choix ?".

       REPORT-CARD-LOST.
           MOVE "REEMIS PIN" TO WS-ACTION-LABEL.
           PERFORM LOG-HOTLIST-ACTION.

      *    The same controls the cardholder sets at the machine,
      *    set here on their behalf (by phone, at the counter) and
      *    stamped with the operator.
       SET-CARD-CONTROLS.
           DISPLAY "Numero de carte (4 chiffres) ?".
           ACCEPT CARD-NUMBER.
           READ CARD-RECORDS
              INVALID KEY
                 DISPLAY "Carte introuvable"
                 EXIT PARAGRAPH
           END-READ.

           CALL "CardControlFunction" USING BY REFERENCE CARD-NUMBER
              WS-OPERATOR-ID WS-CONTROLS-STATUS.
           IF WS-CONTROLS-STATUS = 0 THEN
              MOVE "CONTROLES" TO WS-ACTION-LABEL
              PERFORM LOG-HOTLIST-ACTION
           END-IF.

       LOG-HOTLIST-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           STRING "CARTE " WS-ACTION-LABEL
