
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

           03 FILLER PIC X.
           03 IN-LAST-NAME PIC X(20).
           03 FILLER PIC X.
           03 IN-AMMOUNT PIC 9(7)V99.
           03 FILLER PIC X.
           03 IN-CURRENCY PIC X(3).
           03 FILLER PIC X.
       01 WS-EVENT-OPEN PIC X(4) VALUE 'OUVR'.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.

      *  The RIB/IBAN the account is given the day it opens, so the
      *  welcome pack can carry it.
       01 WS-NEW-IBAN PIC X(34).
       01 WS-IDENT-STATUS PIC 9.

      *  The one-per-person and ceiling checks a Livret A opening
      *  must pass.
       01 WS-TODAY PIC 9(8).
       01 WS-LIVRET-OWN-COUNT PIC 9(2).
       01 WS-LIVRET-OTHER-HOLDER PIC 9(4).
       01 WS-LIVRET-STATUS PIC 9.
       01 WS-LIVRET-RATE-PCT PIC 9(2)V99.
       01 WS-LIVRET-CEILING PIC 9(7)V99.

      *  Who ran the load: the loader creates accounts, so it goes
      *  through the same sign-on front door as the teller desks.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
                 PERFORM WRITE-REJECTED-LINE
              ELSE
                 ADD 1 TO WS-ACCEPTED-COUNT
                 CALL "AssignAccountIdentifier" USING BY REFERENCE
                    IN-PIN IN-ACCT-NO WS-NEW-IBAN WS-IDENT-STATUS
                 PERFORM WRITE-ACCEPTED-LINE
                 CALL "RecordAccountEvent" USING BY REFERENCE
                    WS-EVENT-OPEN RCD-PIN RCD-ACCT-NO
           END-IF.
           IF WS-REJECT-REASON = SPACES
                 AND IN-ACCT-TYPE NOT = "C"
                 AND IN-ACCT-TYPE NOT = "E"
                 AND IN-ACCT-TYPE NOT = "L" THEN
              MOVE "TYPE DE COMPTE INVALIDE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                 AND IN-ACCT-TYPE = "L" THEN
              PERFORM CHECK-LIVRET-A-OPENING
           END-IF.

      *    A Livret A is one per person, across every customer
      *    number the same person may hold here, and opens within
      *    the legal ceiling the State has published.
       CHECK-LIVRET-A-OPENING.
           CALL "CheckLivretAHolding" USING BY REFERENCE IN-PIN
              WS-LIVRET-OWN-COUNT WS-LIVRET-OTHER-HOLDER
              WS-LIVRET-STATUS.
           EVALUATE TRUE
              WHEN WS-LIVRET-STATUS NOT = 0
                 MOVE "CLIENT INCONNU, LIVRET A NON VERIFIABLE"
                    TO WS-REJECT-REASON
              WHEN WS-LIVRET-OWN-COUNT > 0
                 MOVE "LIVRET A DEJA DETENU" TO WS-REJECT-REASON
              WHEN WS-LIVRET-OTHER-HOLDER NOT = 0
                 MOVE "LIVRET A DETENU SOUS UN AUTRE NUMERO"
                    TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "GetRegulatedTerms" USING BY REFERENCE IN-ACCT-TYPE
              WS-TODAY WS-LIVRET-RATE-PCT WS-LIVRET-CEILING
              WS-LIVRET-STATUS.
           IF WS-LIVRET-STATUS NOT = 0 THEN
              MOVE "PAS DE TAUX LIVRET A PUBLIE" TO WS-REJECT-REASON
           ELSE
              IF IN-AMMOUNT > WS-LIVRET-CEILING THEN
                 MOVE "SOLDE AU-DELA DU PLAFOND LEGAL"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

      *    WITH DUPLICATES on RCD-PIN exists so one customer can hold
      *    several accounts, not so two different customers can share
              " " IN-NAME " " IN-LAST-NAME
              DELIMITED BY SIZE INTO INTAKE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           IF WS-IDENT-STATUS = 2 THEN
              STRING "        IBAN NON ATTRIBUE, A RELANCER"
                 DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           ELSE
              STRING "        IBAN=" WS-NEW-IBAN
                 DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           END-IF.
           WRITE INTAKE-REPORT-LINE.

       WRITE-REJECTED-LINE.
           STRING "REJETE PIN=" IN-PIN "-" IN-ACCT-NO
