       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsurerRemittance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The borrower-insurance premiums the loan billing took,
      *  one row per premium, owed to the insurer until paid over.
           SELECT PREMIUM-LEDGER ASSIGN TO '../../data/loanprem.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PREMIUM-LEDGER-FS.

           SELECT BILLER-RECORDS ASSIGN TO '../../data/billers.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BL-CODE
              FILE STATUS IS BILLER-RECORDS-FS.

      *  The claims still waiting on the insurer, listed under its
      *  remittance so both sides see what is outstanding.
           SELECT LOAN-INSURANCE ASSIGN TO '../../data/loaninsur.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BI-LOAN-ID
              FILE STATUS IS LOAN-INSURANCE-FS.

      *  One remittance line per insurer with premiums this month,
      *  the file transmitted with each insurer's settlement.
           SELECT REMITTANCE-FILE ASSIGN TO '../../data/insremit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PREMIUM-LEDGER.
       01 PREMIUM-RECORD.
           03 PM-DATE PIC 9(8).
           03 FILLER PIC X.
           03 PM-LOAN-ID PIC 9(6).
           03 FILLER PIC X.
           03 PM-INSURER-CODE PIC X(4).
           03 FILLER PIC X.
           03 PM-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 PM-TRAN-REF PIC 9(8).

       FD BILLER-RECORDS.
       COPY "BILLERREC.cpy".

       FD LOAN-INSURANCE.
       COPY "LOANINS.cpy".

       FD REMITTANCE-FILE.
       01 REMITTANCE-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 PREMIUM-LEDGER-FS PIC XX.
       01 BILLER-RECORDS-FS PIC XX.
       01 LOAN-INSURANCE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The month remitted: the business month by default, or the
      *  one given to rerun a month already closed.
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-RAW PIC X(6) VALUE SPACES.

      *  The month's premiums per insurer, the same bounded-table
      *  style the biller remittance uses.
       01 WS-INSURER-TOTALS.
           03 WS-INSURER-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-INSURER-IDX.
               05 WS-I-CODE PIC X(4).
               05 WS-I-COUNT PIC 9(5).
               05 WS-I-TOTAL PIC 9(9)V99.
       01 WS-INSURER-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.

       01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CLAIM-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

           ACCEPT WS-PERIOD-RAW FROM ENVIRONMENT "INSURER_PERIOD"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PERIOD-RAW IS NUMERIC THEN
              MOVE WS-PERIOD-RAW TO WS-PERIOD
           END-IF.

           OPEN INPUT PREMIUM-LEDGER.
           IF PREMIUM-LEDGER-FS = "35" THEN
              DISPLAY "Aucune prime d'assurance a reverser"
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              READ PREMIUM-LEDGER
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PM-DATE(1:6) = WS-PERIOD THEN
                       PERFORM ACCUMULATE-ONE-PREMIUM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREMIUM-LEDGER.

           IF WS-INSURER-COUNT = 0 THEN
              DISPLAY "Aucune prime ce mois, pas de remise"
              STOP RUN
           END-IF.

           OPEN OUTPUT REMITTANCE-FILE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "REMISES ASSUREURS DU MOIS " WS-PERIOD
              DELIMITED BY SIZE INTO REMITTANCE-LINE
           END-STRING.
           WRITE REMITTANCE-LINE.

           PERFORM WRITE-ONE-REMITTANCE
              VARYING WS-INSURER-IDX FROM 1 BY 1
              UNTIL WS-INSURER-IDX > WS-INSURER-COUNT.

           MOVE SPACES TO REMITTANCE-LINE.
           STRING "TOTAL GENERAL=" WS-GRAND-TOTAL
              DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.

           PERFORM LIST-OPEN-CLAIMS.
           CLOSE REMITTANCE-FILE.

           DISPLAY WS-INSURER-COUNT " remise(s) assureur generee(s), "
              WS-CLAIM-COUNT " sinistre(s) en attente".

           STOP RUN.

       ACCUMULATE-ONE-PREMIUM.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-INSURER-IDX FROM 1 BY 1
                 UNTIL WS-INSURER-IDX > WS-INSURER-COUNT
              IF WS-I-CODE(WS-INSURER-IDX) = PM-INSURER-CODE THEN
                 MOVE WS-INSURER-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-INSURER-COUNT >= 50 THEN
                 DISPLAY "Table des assureurs pleine, prime "
                    "ignoree pour " PM-INSURER-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-INSURER-COUNT
              MOVE WS-INSURER-COUNT TO WS-FOUND-IDX
              MOVE PM-INSURER-CODE TO WS-I-CODE(WS-FOUND-IDX)
              MOVE 0 TO WS-I-COUNT(WS-FOUND-IDX)
              MOVE 0 TO WS-I-TOTAL(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-I-COUNT(WS-FOUND-IDX).
           ADD PM-AMOUNT TO WS-I-TOTAL(WS-FOUND-IDX).

      *    The insurer's name and settlement account come off the
      *    biller master, zeroed for an unknown code so no stale
      *    account receives another insurer's premiums.
       WRITE-ONE-REMITTANCE.
           MOVE WS-I-CODE(WS-INSURER-IDX) TO BL-CODE.
           MOVE "ASSUREUR INCONNU" TO BL-NAME.
           MOVE 0 TO BL-SETTLE-PIN.
           MOVE 0 TO BL-SETTLE-ACCT-NO.
           OPEN INPUT BILLER-RECORDS.
           IF BILLER-RECORDS-FS = "00" THEN
              READ BILLER-RECORDS
                 INVALID KEY
                    MOVE "ASSUREUR INCONNU" TO BL-NAME
                    MOVE 0 TO BL-SETTLE-PIN
                    MOVE 0 TO BL-SETTLE-ACCT-NO
              END-READ
              CLOSE BILLER-RECORDS
           END-IF.

           MOVE SPACES TO REMITTANCE-LINE.
           STRING "REMISE " WS-I-CODE(WS-INSURER-IDX)
              " " BL-NAME
              " nb=" WS-I-COUNT(WS-INSURER-IDX)
              " total=" WS-I-TOTAL(WS-INSURER-IDX)
              " reglement=" BL-SETTLE-PIN "-" BL-SETTLE-ACCT-NO
              DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.
           ADD WS-I-TOTAL(WS-INSURER-IDX) TO WS-GRAND-TOTAL.

       LIST-OPEN-CLAIMS.
           OPEN INPUT LOAN-INSURANCE.
           IF LOAN-INSURANCE-FS NOT = "00" THEN
              CLOSE LOAN-INSURANCE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-INSURANCE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF BI-HAS-CLAIM THEN
                       ADD 1 TO WS-CLAIM-COUNT
                       MOVE SPACES TO REMITTANCE-LINE
                       STRING "SINISTRE " BI-INSURER-CODE
                          " pret=" BI-LOAN-ID
                          " assure=" BI-CLAIM-INSURED-ID
                          " montant=" BI-CLAIM-AMOUNT
                          " declare le " BI-CLAIM-DATE
                          DELIMITED BY SIZE INTO REMITTANCE-LINE
                       WRITE REMITTANCE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-INSURANCE.

       END PROGRAM InsurerRemittance.
