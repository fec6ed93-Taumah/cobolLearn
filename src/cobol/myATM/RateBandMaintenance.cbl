
       01 WS-LISTED-COUNT PIC 9(2) VALUE 0.

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

           PERFORM OPEN-OR-CREATE-RATE-BANDS.

           PERFORM UNTIL WS-MENU-QUIT
           DISPLAY "Taux nocturne de la tranche (ex 0,0010) ?".
           ACCEPT RB-RATE.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "TRANCHES" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE RB-KEY TO RV-KEY.
           MOVE RATE-BAND-RECORD TO RV-AFTER.
           READ RATE-BANDS
              INVALID KEY
                 MOVE SPACES TO RV-BEFORE
              NOT INVALID KEY
                 MOVE RATE-BAND-RECORD TO RV-BEFORE
           END-READ.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       LIST-BANDS.
           MOVE 0 TO WS-LISTED-COUNT.
           ACCEPT RB-PRODUCT-CODE.
           DISPLAY "Numero de tranche ?".
           ACCEPT RB-BAND-NO.
           READ RATE-BANDS
              INVALID KEY
                 DISPLAY "Tranche inconnue"
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "TRANCHES" TO RV-FILE.
           MOVE 'S' TO RV-ACTION.
           MOVE RB-KEY TO RV-KEY.
           MOVE RATE-BAND-RECORD TO RV-BEFORE.
           PERFORM SUBMIT-REFERENCE-CHANGE.

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

       END PROGRAM RateBandMaintenance.
