           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  The new set is proposed, not written: a second supervisor
      *  approves it before the machines see it.
       COPY "REFCHG.cpy".
       01 WS-SUBMIT-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              STOP RUN
           END-IF.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           PERFORM SHOW-CURRENT-PARAMS.

           MOVE SPACES TO VELOCITY-PARAM-RECORD.
           DISPLAY "Retraits maximum par heure et par carte ?".
           ACCEPT VP-MAX-PER-HOUR.
           DISPLAY "Fenetre deux-terminaux (minutes) ?".
           DISPLAY "Plafond d'especes sur la fenetre ?".
           ACCEPT VP-CASH-CAP.

           MOVE "VELOCITE" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE "PARAMETRES" TO RV-KEY.
           MOVE VELOCITY-PARAM-RECORD TO RV-AFTER.
           PERFORM SUBMIT-REFERENCE-CHANGE.
           STOP RUN.

       SHOW-CURRENT-PARAMS.
              AT END
                 DISPLAY "Fichier de parametres vide"
              NOT AT END
                 MOVE VELOCITY-PARAM-RECORD TO RV-BEFORE
                 DISPLAY "Parametres en vigueur : "
                    VP-MAX-PER-HOUR " retraits/heure, "
                    VP-TWO-TERM-MINUTES " min deux-terminaux, "
           END-READ.
           CLOSE VELOCITY-PARAMS.

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

       END PROGRAM VelocityParams.
