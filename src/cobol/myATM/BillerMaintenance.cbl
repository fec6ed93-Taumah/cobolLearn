       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-RETIRE-CODE PIC X(4).

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

           PERFORM OPEN-OR-CREATE-BILLER-RECORDS.

           PERFORM UNTIL WS-MENU-QUIT
           ACCEPT BL-SETTLE-ACCT-NO.
           MOVE 'A' TO BL-STATUS.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "FACTUREU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE BL-CODE TO RV-KEY.
           MOVE BILLER-RECORD TO RV-AFTER.
           READ BILLER-RECORDS
              INVALID KEY
                 MOVE SPACES TO RV-BEFORE
              NOT INVALID KEY
                 MOVE BILLER-RECORD TO RV-BEFORE
           END-READ.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       LIST-BILLERS.
           MOVE 0 TO WS-LISTED-COUNT.
           READ BILLER-RECORDS
              INVALID KEY
                 DISPLAY "Factureur introuvable"
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "FACTUREU" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE BL-CODE TO RV-KEY.
           MOVE BILLER-RECORD TO RV-BEFORE.
           MOVE 'R' TO BL-STATUS.
           MOVE BILLER-RECORD TO RV-AFTER.
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

       END PROGRAM BillerMaintenance.
