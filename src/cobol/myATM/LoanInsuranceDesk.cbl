       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanInsuranceDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-INSURANCE ASSIGN TO '../../data/loaninsur.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BI-LOAN-ID
              FILE STATUS IS LOAN-INSURANCE-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

      *  Read only, for the balance the settlement row carries: the
      *  insurer pays the loan, not the account.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-INSURANCE.
       COPY "LOANINS.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       WORKING-STORAGE SECTION.

       01 LOAN-INSURANCE-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SHOW VALUE 1.
           88 WS-MENU-SETTLE VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-LOAN-ID PIC 9(6).
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-INSURED-IDX PIC 9.
       01 WS-REMAINING-COVER PIC 9(3).

      *  The insurer's settlement and what it does to the loan: the
      *  outstanding falls by it, and the instalment falls in the
      *  same proportion so the term is kept.
       01 WS-SETTLED-AMOUNT PIC 9(7)V99.
       01 WS-OLD-OUTSTANDING PIC 9(7)V99.
       01 WS-RELEASED-COUNT PIC 9(2) VALUE 0.
       01 WS-TRAN-REF PIC 9(8).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O LOAN-INSURANCE.
           IF LOAN-INSURANCE-FS NOT = "00" THEN
              DISPLAY "Aucune assurance emprunteur enregistree"
              CLOSE LOAN-INSURANCE
              STOP RUN
           END-IF.
           OPEN I-O LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun pret en portefeuille"
              CLOSE LOAN-RECORDS
              CLOSE LOAN-INSURANCE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-INSURANCE-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-LOAN-INSURANCE
                 WHEN WS-MENU-SETTLE
                    PERFORM SETTLE-CLAIM
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE LOAN-RECORDS.
           CLOSE LOAN-INSURANCE.
           DISPLAY "Fin de la gestion de l'assurance emprunteur".
           STOP RUN.

       DISPLAY-INSURANCE-MENU.
           DISPLAY "=== Assurance emprunteur ===".
           DISPLAY "1. Consulter l'assurance d'un pret".
           DISPLAY "2. Enregistrer le reglement d'un sinistre".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

       READ-LOAN-AND-INSURANCE.
           MOVE 'N' TO WS-FOUND.
           DISPLAY "Numero du pret ?".
           ACCEPT WS-LOAN-ID.
           MOVE WS-LOAN-ID TO BI-LOAN-ID.
           READ LOAN-INSURANCE
              INVALID KEY
                 DISPLAY "Aucune assurance pour ce pret"
                 EXIT PARAGRAPH
           END-READ.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 DISPLAY "Pret introuvable"
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-FOUND.

       SHOW-LOAN-INSURANCE.
           PERFORM READ-LOAN-AND-INSURANCE.
           IF WS-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pret " LN-ID " client " LN-PIN " restant du "
              LN-OUTSTANDING.
           DISPLAY "Assureur " BI-INSURER-CODE " taux "
              BI-PREMIUM-RATE-PCT " % prime mensuelle "
              BI-MONTHLY-PREMIUM.
           PERFORM VARYING WS-INSURED-IDX FROM 1 BY 1
                 UNTIL WS-INSURED-IDX > 2
              IF BI-INSURED-ID(WS-INSURED-IDX) NOT = 0 THEN
                 DISPLAY "  Assure " BI-INSURED-ID(WS-INSURED-IDX)
                    " quotite " BI-COVER-PCT(WS-INSURED-IDX) " %"
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN BI-IS-ACTIVE
                 DISPLAY "Statut : en vigueur"
              WHEN BI-HAS-CLAIM
                 DISPLAY "Statut : sinistre ouvert le "
                    BI-CLAIM-DATE " pour l'assure "
                    BI-CLAIM-INSURED-ID " montant " BI-CLAIM-AMOUNT
              WHEN OTHER
                 DISPLAY "Statut : terminee"
           END-EVALUATE.
           IF BI-SETTLED-DATE NOT = 0 THEN
              DISPLAY "Dernier reglement le " BI-SETTLED-DATE
                 " montant " BI-SETTLED-AMOUNT
           END-IF.

      *    The insurer's payment goes against the outstanding, never
      *    through the heirs' account; it cannot exceed what is
      *    still owed. A cover left on a surviving co-borrower keeps
      *    the insurance in force at the premium for that cover.
       SETTLE-CLAIM.
           PERFORM READ-LOAN-AND-INSURANCE.
           IF WS-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT BI-HAS-CLAIM THEN
              DISPLAY "Aucun sinistre ouvert sur ce pret"
              EXIT PARAGRAPH
           END-IF.
           IF NOT LN-IS-ACTIVE THEN
              DISPLAY "Ce pret n'est pas actif"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant regle par l'assureur (0 = montant du "
              "sinistre " BI-CLAIM-AMOUNT ") ?".
           MOVE 0 TO WS-SETTLED-AMOUNT.
           ACCEPT WS-SETTLED-AMOUNT.
           IF WS-SETTLED-AMOUNT = 0 THEN
              MOVE BI-CLAIM-AMOUNT TO WS-SETTLED-AMOUNT
           END-IF.
           IF WS-SETTLED-AMOUNT > LN-OUTSTANDING THEN
              DISPLAY "Reglement ramene au restant du "
                 LN-OUTSTANDING
              MOVE LN-OUTSTANDING TO WS-SETTLED-AMOUNT
           END-IF.
           IF WS-SETTLED-AMOUNT = 0 THEN
              DISPLAY "Rien a imputer sur ce pret"
              EXIT PARAGRAPH
           END-IF.

           MOVE LN-OUTSTANDING TO WS-OLD-OUTSTANDING.
           SUBTRACT WS-SETTLED-AMOUNT FROM LN-OUTSTANDING.
           IF LN-OUTSTANDING = 0 THEN
              MOVE 'P' TO LN-STATUS
           ELSE
              COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                 LN-MONTHLY-PAYMENT * LN-OUTSTANDING
                 / WS-OLD-OUTSTANDING
           END-IF.
           REWRITE LOAN-RECORD.
           PERFORM WRITE-SETTLEMENT-TRANLOG.

           MOVE WS-TODAY TO BI-SETTLED-DATE.
           MOVE WS-SETTLED-AMOUNT TO BI-SETTLED-AMOUNT.
           MOVE 0 TO WS-REMAINING-COVER.
           PERFORM VARYING WS-INSURED-IDX FROM 1 BY 1
                 UNTIL WS-INSURED-IDX > 2
              IF BI-INSURED-ID(WS-INSURED-IDX)
                    = BI-CLAIM-INSURED-ID THEN
                 MOVE 0 TO BI-COVER-PCT(WS-INSURED-IDX)
              END-IF
              ADD BI-COVER-PCT(WS-INSURED-IDX) TO WS-REMAINING-COVER
           END-PERFORM.
           IF LN-IS-ACTIVE AND WS-REMAINING-COVER > 0 THEN
              MOVE 'A' TO BI-STATUS
              COMPUTE BI-MONTHLY-PREMIUM ROUNDED =
                 LN-PRINCIPAL * BI-PREMIUM-RATE-PCT / 100 / 12
                 * WS-REMAINING-COVER / 100
           ELSE
              MOVE 'E' TO BI-STATUS
              MOVE 0 TO BI-MONTHLY-PREMIUM
           END-IF.
           REWRITE LOAN-INSURANCE-RECORD.

           DISPLAY "Sinistre regle : " WS-SETTLED-AMOUNT
              " impute sur le pret " LN-ID.
           IF LN-IS-PAID-OFF THEN
              DISPLAY "Pret " LN-ID " solde par l'assureur"
              CALL "ReleaseLoanCollateral" USING BY REFERENCE LN-ID
                 WS-RELEASED-COUNT
              IF WS-RELEASED-COUNT > 0 THEN
                 DISPLAY WS-RELEASED-COUNT " garantie(s) levee(s)"
              END-IF
           ELSE
              DISPLAY "Restant du " LN-OUTSTANDING
                 " nouvelle mensualite " LN-MONTHLY-PAYMENT
           END-IF.

      *    The row is booked on the loan's account for the trail,
      *    with the balance it already had: the money comes from
      *    the insurer and goes to the loan.
       WRITE-SETTLEMENT-TRANLOG.
           MOVE 0 TO RCD-AMMOUNT.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS = "00" THEN
              MOVE LN-PIN TO RCD-PIN
              MOVE LN-ACCT-NO TO RCD-ACCT-NO
              READ BANK-RECORDS
                 INVALID KEY
                    MOVE 0 TO RCD-AMMOUNT
              END-READ
           END-IF.
           CLOSE BANK-RECORDS.

           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE LN-PIN TO TL-PIN.
           MOVE LN-ACCT-NO TO TL-ACCT-NO.
           MOVE 'SINI' TO TL-TYPE.
           MOVE WS-SETTLED-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       END PROGRAM LoanInsuranceDesk.
