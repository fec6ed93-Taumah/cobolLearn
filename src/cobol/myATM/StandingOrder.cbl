
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

                    IF SO-PIN = PIN AND SO-ACCT-NO = ACCT-NO
                          AND NOT SO-IS-CANCELLED THEN
                       ADD 1 TO WS-LISTED-COUNT
                       IF SO-DEST-IBAN NOT = SPACES THEN
                          DISPLAY "  Ordre " SO-ID
                             " vers IBAN " SO-DEST-IBAN
                       ELSE
                          DISPLAY "  Ordre " SO-ID
                             " vers " SO-DEST-PIN "-" SO-DEST-ACCT-NO
                       END-IF
                       DISPLAY "    montant " SO-AMOUNT
                          " freq " SO-FREQUENCY
                          " prochain le " SO-NEXT-DATE
                          " statut " SO-STATUS
           MOVE WS-NEXT-ID TO SO-ID.
           MOVE PIN TO SO-PIN.
           MOVE ACCT-NO TO SO-ACCT-NO.
           MOVE SPACES TO SO-DEST-IBAN.

           DISPLAY "PIN du compte destinataire ?".
           ACCEPT SO-DEST-PIN.
