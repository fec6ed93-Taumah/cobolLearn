              RECORD KEY IS AR-LOAN-ID
              FILE STATUS IS ARREARS-RECORDS-FS.

      *  The securities register, for the guarantors to warn when
      *  a loan they answer for falls behind.
           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

      *  The borrower insurance carried by each loan: its premium
      *  is taken with the instalment, and an open claim stops the
      *  billing until the insurer has settled.
           SELECT LOAN-INSURANCE ASSIGN TO '../../data/loaninsur.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BI-LOAN-ID
              FILE STATUS IS LOAN-INSURANCE-FS.

      *  One row per premium collected, owed to the insurer until
      *  the monthly remittance pays it over.
           SELECT PREMIUM-LEDGER ASSIGN TO '../../data/loanprem.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD ARREARS-RECORDS.
       COPY "ARREARS.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD LOAN-INTEREST-INCOME.
       01 LOAN-INTEREST-RECORD.
           03 LI-DATE PIC 9(8).
           03 FILLER PIC X.
           03 LI-AMOUNT PIC 9(7)V99.

       FD LOAN-INSURANCE.
       COPY "LOANINS.cpy".

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

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 WS-ARREARS-COUNT PIC 9(4) VALUE 0.
       01 ARREARS-RECORDS-FS PIC XX.
       01 WS-CAUGHT-UP-COUNT PIC 9(4) VALUE 0.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-GUARANTOR-EOF PIC X.
       01 WS-GUARANTOR-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-ARREARS PIC X VALUE 'N'.
       01 WS-RELEASED-COUNT PIC 9(2) VALUE 0.
       COPY "NOTIFEVT.cpy".
       01 WS-COLLECTED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-READ-COUNT PIC 9(7).
       01 WS-WRITTEN-COUNT PIC 9(7).

      *  The loan's insurance, when it has one: a premium due on
      *  top of the instalment, or a claim that holds the billing.
       01 LOAN-INSURANCE-FS PIC XX.
       01 WS-INSURANCE-OPEN PIC X VALUE 'N'.
       01 WS-INSURANCE-FOUND PIC X VALUE 'N'.
       01 WS-PREMIUM PIC 9(5)V99.
       01 WS-AMOUNT-DUE PIC 9(7)V99.
       01 WS-PREMIUM-COUNT PIC 9(4) VALUE 0.
       01 WS-PREMIUM-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CLAIM-COUNT PIC 9(4) VALUE 0.

      *  The handoff totals the driver's run-control check
      *  reads after this step.
       01 WS-STEP-NAME PIC X(20) VALUE "FACTURATION".
      *  account, instead of the bare balance this batch used to
      *  check on its own.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-AVAIL-REASON PIC 9.

      *  The retry's split: interest per missed instalment is

           PERFORM OPEN-OR-CREATE-ARREARS-RECORDS.

      *    Loans booked before borrower insurance existed have no
      *    row and are billed the instalment alone.
           MOVE 'N' TO WS-INSURANCE-OPEN.
           OPEN I-O LOAN-INSURANCE.
           IF LOAN-INSURANCE-FS = "00" THEN
              MOVE 'Y' TO WS-INSURANCE-OPEN
           END-IF.

           OPEN OUTPUT BILLING-REPORT.
           STRING "FACTURATION DES PRETS " WS-TODAY
              DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           CLOSE BANK-RECORDS.
           CLOSE ARREARS-RECORDS.
           CLOSE BILLING-REPORT.
           IF WS-INSURANCE-OPEN = 'Y' THEN
              CLOSE LOAN-INSURANCE
           END-IF.

           DISPLAY WS-BILLED-COUNT " echeance(s) prelevee(s), "
              WS-ARREARS-COUNT " impaye(s), "
              WS-CAUGHT-UP-COUNT " rattrape(s)".
           IF WS-GUARANTOR-COUNT > 0 THEN
              DISPLAY WS-GUARANTOR-COUNT " caution(s) avertie(s)"
           END-IF.
           DISPLAY WS-PREMIUM-COUNT " prime(s) d'assurance pour "
              WS-PREMIUM-TOTAL.
           IF WS-CLAIM-COUNT > 0 THEN
              DISPLAY WS-CLAIM-COUNT " pret(s) suspendu(s), "
                 "sinistre en cours"
           END-IF.

           COMPUTE WS-READ-COUNT =
              WS-BILLED-COUNT + WS-ARREARS-COUNT.
           STOP RUN.

       BILL-ONE-LOAN.
           PERFORM READ-LOAN-INSURANCE.
           IF WS-INSURANCE-FOUND = 'Y' AND BI-HAS-CLAIM THEN
              ADD 1 TO WS-CLAIM-COUNT
              PERFORM WRITE-CLAIM-HELD-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PREMIUM.
           IF WS-INSURANCE-FOUND = 'Y' AND BI-IS-ACTIVE THEN
              MOVE BI-MONTHLY-PREMIUM TO WS-PREMIUM
           END-IF.

           PERFORM RETRY-ARREARS-IF-ANY.

           COMPUTE WS-MONTHLY-RATE =
                 PERFORM WRITE-ARREARS-LINE
                 PERFORM RECORD-MISSED-INSTALMENT
              NOT INVALID KEY
                 COMPUTE WS-AMOUNT-DUE = WS-INSTALMENT + WS-PREMIUM
                 MOVE WS-AMOUNT-DUE TO WS-AVAIL-AMOUNT
                 CALL "FundsAvailability" USING BY REFERENCE
                    LN-PIN LN-ACCT-NO WS-AVAIL-AMOUNT
                    WS-AVAILABLE WS-AVAIL-REASON
                 IF WS-AVAILABLE < WS-AMOUNT-DUE THEN
                    ADD 1 TO WS-ARREARS-COUNT
                    PERFORM WRITE-ARREARS-LINE
                    PERFORM RECORD-MISSED-INSTALMENT
                    REWRITE BANK-RECORD
                    PERFORM WRITE-LOAN-TRANLOG-ENTRY
                    PERFORM WRITE-INTEREST-INCOME-ROW
                    IF WS-PREMIUM > 0 THEN
                       PERFORM COLLECT-INSURANCE-PREMIUM
                    END-IF
                    SUBTRACT WS-PRINCIPAL-PART FROM LN-OUTSTANDING
                    IF LN-OUTSTANDING = 0 THEN
                       MOVE 'P' TO LN-STATUS
                       CALL "ReleaseLoanCollateral" USING
                          BY REFERENCE LN-ID WS-RELEASED-COUNT
                       PERFORM END-LOAN-INSURANCE
                    END-IF
                    REWRITE LOAN-RECORD
                    ADD 1 TO WS-BILLED-COUNT
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       READ-LOAN-INSURANCE.
           MOVE 'N' TO WS-INSURANCE-FOUND.
           IF WS-INSURANCE-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE LN-ID TO BI-LOAN-ID.
           READ LOAN-INSURANCE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-INSURANCE-FOUND
           END-READ.

      *    The premium leaves the same account as the instalment,
      *    in its own movement, and is owed to the insurer until
      *    the monthly remittance. A month the instalment is
      *    missed, no premium is taken either.
       COLLECT-INSURANCE-PREMIUM.
           SUBTRACT WS-PREMIUM FROM RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE LN-PIN TO TL-PIN.
           MOVE LN-ACCT-NO TO TL-ACCT-NO.
           MOVE 'ASSU' TO TL-TYPE.
           MOVE WS-PREMIUM TO TL-AMOUNT.
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

           OPEN EXTEND PREMIUM-LEDGER.
           MOVE SPACES TO PREMIUM-RECORD.
           MOVE WS-TODAY TO PM-DATE.
           MOVE LN-ID TO PM-LOAN-ID.
           MOVE BI-INSURER-CODE TO PM-INSURER-CODE.
           MOVE WS-PREMIUM TO PM-AMOUNT.
           MOVE WS-TRAN-REF TO PM-TRAN-REF.
           WRITE PREMIUM-RECORD.
           CLOSE PREMIUM-LEDGER.
           ADD 1 TO WS-PREMIUM-COUNT.
           ADD WS-PREMIUM TO WS-PREMIUM-TOTAL.

      *    The cover ends with the loan it insures.
       END-LOAN-INSURANCE.
           IF WS-INSURANCE-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF BI-IS-ACTIVE THEN
              MOVE 'E' TO BI-STATUS
              REWRITE LOAN-INSURANCE-RECORD
           END-IF.

      *    The heirs' funds are not drawn while the insurer has a
      *    claim to settle on the loan.
       WRITE-CLAIM-HELD-LINE.
           MOVE SPACES TO BILLING-REPORT-LINE.
           STRING "SINISTRE EN COURS pret=" LN-ID
              " compte=" LN-PIN "-" LN-ACCT-NO
              " assureur=" BI-INSURER-CODE
              " declare le " BI-CLAIM-DATE
              DELIMITED BY SIZE INTO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.

       WRITE-BILLED-LINE.
           STRING "PRELEVE pret=" LN-ID
              " compte=" LN-PIN "-" LN-ACCT-NO
              " reste=" LN-OUTSTANDING
              DELIMITED BY SIZE INTO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           IF WS-PREMIUM > 0 THEN
              MOVE SPACES TO BILLING-REPORT-LINE
              STRING "  ASSURANCE pret=" LN-ID
                 " assureur=" BI-INSURER-CODE
                 " prime=" WS-PREMIUM
                 DELIMITED BY SIZE INTO BILLING-REPORT-LINE
              WRITE BILLING-REPORT-LINE
           END-IF.

       WRITE-ARREARS-LINE.
           STRING "IMPAYE pret=" LN-ID
           SUBTRACT WS-ARREARS-PRINCIPAL FROM LN-OUTSTANDING.
           IF LN-OUTSTANDING = 0 THEN
              MOVE 'P' TO LN-STATUS
              CALL "ReleaseLoanCollateral" USING BY REFERENCE LN-ID
                 WS-RELEASED-COUNT
              PERFORM END-LOAN-INSURANCE
           END-IF.
           REWRITE LOAN-RECORD.

      *    A new miss on a cleared position starts a fresh clock;
      *    on an active one it deepens the bucket.
       RECORD-MISSED-INSTALMENT.
           MOVE 'N' TO WS-NEW-ARREARS.
           MOVE LN-ID TO AR-LOAN-ID.
           READ ARREARS-RECORDS
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-ARREARS
                 MOVE LN-PIN TO AR-PIN
                 MOVE LN-ACCT-NO TO AR-ACCT-NO
                 MOVE 1 TO AR-MISSED-COUNT
                 END-WRITE
              NOT INVALID KEY
                 IF AR-IS-CLEARED THEN
                    MOVE 'Y' TO WS-NEW-ARREARS
                    MOVE 1 TO AR-MISSED-COUNT
                    MOVE WS-INSTALMENT TO AR-MISSED-AMOUNT
                    MOVE WS-TODAY TO AR-FIRST-MISSED-DATE
                 END-IF
                 REWRITE ARREARS-RECORD
           END-READ.
           IF WS-NEW-ARREARS = 'Y' THEN
              PERFORM NOTIFY-GUARANTORS
           END-IF.

      *    Each guarantor still answering for the loan hears about
      *    it the night the loan first falls behind, not on every
      *    further miss; the date told is kept on the security.
       NOTIFY-GUARANTORS.
           OPEN I-O COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-GUARANTOR-EOF.
           MOVE LN-ID TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GUARANTOR-EOF
           END-START.
           PERFORM UNTIL WS-GUARANTOR-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-GUARANTOR-EOF
                 NOT AT END
                    IF CL-LOAN-ID NOT = LN-ID THEN
                       MOVE 'Y' TO WS-GUARANTOR-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-GUARANTOR THEN
                          PERFORM NOTIFY-ONE-GUARANTOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       NOTIFY-ONE-GUARANTOR.
           MOVE SPACES TO NOTIFY-EVENT-RECORD.
           MOVE CL-GUARANTOR-ID TO NV-CUSTOMER-ID.
           MOVE 'GARR' TO NV-EVENT-TYPE.
           MOVE AR-MISSED-AMOUNT TO NV-AMOUNT.
           MOVE LN-ID TO NV-REF.
           MOVE "CAUTION" TO NV-DETAIL.
           CALL "NotifyCustomer" USING BY REFERENCE
              NOTIFY-EVENT-RECORD.
           MOVE WS-TODAY TO CL-NOTIFIED-DATE.
           REWRITE COLLATERAL-RECORD.
           ADD 1 TO WS-GUARANTOR-COUNT.
           STRING "CAUTION AVERTIE pret=" LN-ID
              " caution=" CL-GUARANTOR-ID
              " impaye=" AR-MISSED-AMOUNT
              DELIMITED BY SIZE INTO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.

       END PROGRAM LoanBilling.
