
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

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

           PERFORM UNTIL WS-MENU-QUIT
              DISPLAY "=== Calendrier des jours feries ==="
              DISPLAY "1. Ajouter un jour ferie"
           STOP RUN.

       ADD-HOLIDAY.
           MOVE SPACES TO HOLIDAY-RECORD.
           DISPLAY "Date du jour ferie (AAAAMMJJ) ?".
           ACCEPT HOL-DATE.
           DISPLAY "Libelle ?".
           ACCEPT HOL-LABEL.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "FERIES" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE HOL-DATE TO RV-KEY.
           MOVE HOLIDAY-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       LIST-HOLIDAYS.
           MOVE 0 TO WS-LISTED-COUNT.
              DISPLAY "Aucun jour ferie enregistre"
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

       END PROGRAM HolidayMaintenance.
