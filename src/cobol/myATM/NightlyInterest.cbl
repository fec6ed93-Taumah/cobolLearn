              RECORD KEY IS RB-KEY
              FILE STATUS IS RATE-BANDS-FS.

      *  Postings booked but not yet in value: a cheque credited
      *  today earns nothing until its value date.
           SELECT VALUE-DATES ASSIGN TO WS-VALDATE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VD-KEY
              FILE STATUS IS VALUE-DATES-FS.

      *  The proposed parameter set a projection run prices the
      *  accounts against, and the per-account rows it leaves for
      *  the capitalization projection and the comparison report.
           SELECT WHAT-IF-SCENARIO ASSIGN TO '../../data/whatif.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WI-PRODUCT-CODE
              FILE STATUS IS WHAT-IF-SCENARIO-FS.

           SELECT PROJECTION-ROWS ASSIGN TO '../../data/projint.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD RATE-BANDS.
       COPY "RATEBAND.cpy".

       FD VALUE-DATES.
       COPY "VALDATEREC.cpy".

       FD WHAT-IF-SCENARIO.
       COPY "WHATIF.cpy".

       FD PROJECTION-ROWS.
       COPY "WHATIFROW.cpy".

       FD SLICE-SUMMARY.
       01 SLICE-SUMMARY-RECORD.
           03 SS-DATE PIC 9(8).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNTS-CREDITED PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-DEBITED PIC 9(5) VALUE 0.
       01 WS-INTEREST-AMOUNT PIC 9(7)V99.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

      *  INTR for the credit on a positive balance, INTD for the
      *  debit interest on a balance carried negative under an
      *  the catalog's PC-OVERDRAFT-RATE replaces it when present.
       01 WS-DEFAULT-OD-RATE PIC 9V9(4) VALUE 0,0004.
       01 WS-DEBIT-RATE PIC 9V9(4).
       01 WS-IS-DEBIT-INTEREST PIC X VALUE 'N'.

       01 ACCRUED-INTEREST-FS PIC XX.
       01 RATE-BANDS-FS PIC XX.
       01 VALUE-DATES-FS PIC XX.
       01 WS-VALDATE-OPEN PIC X VALUE 'N'.
       01 WS-VALDATE-EOF PIC X VALUE 'N'.

      *  The balance interest is priced on: the book balance less
      *  whatever has been booked but is not yet in value.
       01 WS-VALUE-BALANCE PIC S9(7)V99.

      *  The banded computation's working pieces: the slice
      *  between two ceilings, and the unrounded accumulation

       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.

      *  Shadowed per partition and for MODE FORMATION.
       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-VALDATE-PATH PIC X(100) VALUE "../../data/valdate.dat".

      *  Each partition keeps its own checkpoint so two workers
      *  never fight over one resume key.
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

      *  MODE PROJECTION: the WHATIF_MODE variable turns the run
      *  into a pricing exercise. demo.dat is only read, nothing is
      *  posted, and neither the accrual bucket nor the checkpoint
      *  is opened; each account is priced once on the live
      *  parameters and once on the proposed set, over a period of
      *  WHATIF_DAYS nights (a month unless set).
       01 WS-PROJECTION-MODE PIC X VALUE 'N'.
           88 WS-PROJECTION-ON VALUE 'Y' 'y'.
       01 WS-PROJECTION-DAYS-RAW PIC X(2) VALUE SPACES.
       01 WHAT-IF-SCENARIO-FS PIC XX.
       01 WS-SCENARIO-OPEN PIC X VALUE 'N'.
       01 WS-SCENARIO-FOUND PIC X VALUE 'N'.
       01 WS-PRICING-PROPOSED PIC X VALUE 'N'.
       01 WS-CURRENT-INTEREST PIC S9(7)V99.
       01 WS-PROPOSED-INTEREST PIC S9(7)V99.
       01 WS-SIGNED-INTEREST PIC S9(7)V99.
       01 WS-PROJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PROPOSED-TOTAL PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-VALDATE-PATH FROM ENVIRONMENT "VALDATE_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-PIN-FROM-RAW FROM ENVIRONMENT "NIGHTLYINT_FROM"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           ACCEPT WS-PROJECTION-MODE FROM ENVIRONMENT "WHATIF_MODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PROJECTION-ON THEN
              PERFORM RUN-PROJECTION
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "CheckWorkingDay" USING BY REFERENCE WS-TODAY
              WS-WORKING-FLAG.

           PERFORM OPEN-OR-CREATE-ACCRUED-INTEREST.
           OPEN INPUT RATE-BANDS.
           OPEN INPUT VALUE-DATES.
           IF VALUE-DATES-FS = "00" THEN
              MOVE 'Y' TO WS-VALDATE-OPEN
           END-IF.

           IF WS-RESUMING = 'Y' THEN
              DISPLAY "Reprise apres le dernier point de controle"
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-EXAMINED-COUNT
      *    A Livret A earns by the fortnight, in its own
      *    run, never by the night.
                       IF RCD-ACTIVE AND NOT RCD-ACCT-LIVRET-A THEN
                          PERFORM CREDIT-INTEREST-IF-DUE
                       END-IF
                       PERFORM SAVE-CHECKPOINT-IF-DUE
           IF RATE-BANDS-FS = "00" THEN
              CLOSE RATE-BANDS
           END-IF.
           IF WS-VALDATE-OPEN = 'Y' THEN
              CLOSE VALUE-DATES
           END-IF.
           PERFORM CLEAR-CHECKPOINT.

           DISPLAY WS-ACCOUNTS-CREDITED
      *    EndOfDayReport.cbl's reconciliation still balances on a
      *    night interest runs.
       CREDIT-INTEREST-IF-DUE.
           PERFORM PRICE-NIGHT-INTEREST.

      *    A balance carried negative under an arranged overdraft
      *    pays debit interest instead of earning any.
           IF WS-IS-DEBIT-INTEREST = 'Y' THEN
              PERFORM CHARGE-DEBIT-INTEREST
              EXIT PARAGRAPH
           END-IF.

      *    Nothing lands on the balance tonight: the night's gross
      *    interest goes to the accrual bucket and one INTA row
      *    carries it to the ledger. The month-end capitalization
      *    run pays the bucket out in a single statement line,
      *    applying the withholding split there.
           IF WS-INTEREST-AMOUNT > 0 THEN
              PERFORM ADD-TO-ACCRUAL-BUCKET
              ADD 1 TO WS-ACCOUNTS-CREDITED
              ADD WS-INTEREST-AMOUNT TO WS-TOTAL-ACCRUED
              MOVE 'INTA' TO WS-TL-TYPE
              PERFORM WRITE-TRANLOG-ENTRY
           END-IF.

      *    The account's figure for the period, debit or credit,
      *    priced without touching anything: the live run posts it,
      *    the projection run prices it on both parameter sets.
       PRICE-NIGHT-INTEREST.
           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
              WS-PRODUCT-OD-RATE WS-PRODUCT-STATUS.
           IF WS-PRICING-PROPOSED = 'Y' THEN
              MOVE WI-INTEREST-RATE TO WS-PRODUCT-RATE
              MOVE WI-OVERDRAFT-RATE TO WS-PRODUCT-OD-RATE
              MOVE WI-MAX-BALANCE TO WS-PRODUCT-MAX-BALANCE
              MOVE 0 TO WS-PRODUCT-STATUS
           END-IF.

           PERFORM COMPUTE-VALUE-DATED-BALANCE.

           MOVE 'N' TO WS-IS-DEBIT-INTEREST.
           IF WS-VALUE-BALANCE < 0 THEN
              MOVE 'Y' TO WS-IS-DEBIT-INTEREST
              PERFORM COMPUTE-DEBIT-INTEREST
              EXIT PARAGRAPH
           END-IF.

           IF WS-PRODUCT-STATUS = 0 THEN
              COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                 WS-VALUE-BALANCE * WS-PRODUCT-RATE * WS-ACCRUAL-DAYS
              MOVE WS-PRODUCT-MAX-BALANCE TO MAX-BALANCE
           ELSE
              EVALUATE TRUE
                 WHEN RCD-ACCT-EPARGNE
                    COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-VALUE-BALANCE * WS-EPARGNE-RATE
                       * WS-ACCRUAL-DAYS
                 WHEN OTHER
                    COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-VALUE-BALANCE * WS-COURANT-RATE
                       * WS-ACCRUAL-DAYS
              END-EVALUATE
              MOVE 9999999,99 TO MAX-BALANCE
           END-IF.

      *    Marketing's banded design replaces the flat figure
      *    slice the next band's, and so on.
           PERFORM COMPUTE-BANDED-INTEREST.

      *    Every forward-valued posting still ahead of tonight is
      *    taken back out of the balance: a credit not yet worth
      *    interest, a debit not yet costing it.
       COMPUTE-VALUE-DATED-BALANCE.
           MOVE RCD-AMMOUNT TO WS-VALUE-BALANCE.
           IF WS-VALDATE-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VALDATE-EOF.
           MOVE RCD-PIN TO VD-PIN.
           MOVE RCD-ACCT-NO TO VD-ACCT-NO.
           MOVE WS-TODAY TO VD-VALUE-DATE.
           MOVE 99999999 TO VD-REF.
           START VALUE-DATES KEY IS > VD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-VALDATE-EOF
           END-START.
           PERFORM UNTIL WS-VALDATE-EOF = 'Y'
              READ VALUE-DATES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-VALDATE-EOF
                 NOT AT END
                    IF VD-PIN NOT = RCD-PIN
                          OR VD-ACCT-NO NOT = RCD-ACCT-NO THEN
                       MOVE 'Y' TO WS-VALDATE-EOF
                    ELSE
                       IF VD-IS-FORWARD AND VD-IS-CREDIT THEN
                          SUBTRACT VD-AMOUNT FROM WS-VALUE-BALANCE
                       END-IF
                       IF VD-IS-FORWARD AND VD-IS-DEBIT THEN
                          ADD VD-AMOUNT TO WS-VALUE-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    accrint.dat may not exist yet; the first accrual night
      *    creates it.
      *    bands on file leaves the flat computation untouched.
       COMPUTE-BANDED-INTEREST.
           MOVE 'N' TO WS-BANDS-FOUND.
           IF WS-PRICING-PROPOSED = 'Y' THEN
              PERFORM COMPUTE-PROPOSED-BANDED-INTEREST
              EXIT PARAGRAPH
           END-IF.
           IF RATE-BANDS-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALUE-BALANCE <= 0 THEN
              EXIT PARAGRAPH
           END-IF.

                 MOVE 'Y' TO WS-BAND-DONE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BANDS-FOUND
                 PERFORM SLICE-ONE-BAND
           END-READ.

       SLICE-ONE-BAND.
           IF RB-UPPER-LIMIT = 0
                 OR WS-VALUE-BALANCE <= RB-UPPER-LIMIT THEN
              COMPUTE WS-BAND-PORTION =
                 WS-VALUE-BALANCE - WS-PREV-LIMIT
              MOVE 'Y' TO WS-BAND-DONE
           ELSE
              COMPUTE WS-BAND-PORTION =
                 RB-UPPER-LIMIT - WS-PREV-LIMIT
              MOVE RB-UPPER-LIMIT TO WS-PREV-LIMIT
           END-IF.
           IF WS-BAND-PORTION > 0 THEN
              COMPUTE WS-BANDED-RAW =
                 WS-BANDED-RAW + WS-BAND-PORTION * RB-RATE
           END-IF.

      *    The proposed bands replace the file's for the product,
      *    sliced the same way; a proposal with no band leaves the
      *    flat proposed rate standing.
       COMPUTE-PROPOSED-BANDED-INTEREST.
           IF WI-BAND-COUNT = 0 OR WS-VALUE-BALANCE <= 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BANDS-FOUND.
           MOVE 'N' TO WS-BAND-DONE.
           MOVE 0 TO WS-PREV-LIMIT.
           MOVE 0 TO WS-BANDED-RAW.
           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                 UNTIL WS-BAND-NO > WI-BAND-COUNT
                    OR WS-BAND-DONE = 'Y'
              MOVE WI-BAND-UPPER-LIMIT(WS-BAND-NO) TO RB-UPPER-LIMIT
              MOVE WI-BAND-RATE(WS-BAND-NO) TO RB-RATE
              PERFORM SLICE-ONE-BAND
           END-PERFORM.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
              WS-BANDED-RAW * WS-ACCRUAL-DAYS.

       ADD-TO-ACCRUAL-BUCKET.
           MOVE RCD-PIN TO AC-PIN.
           MOVE RCD-ACCT-NO TO AC-ACCT-NO.
      *    nightly debit rate, charged straight onto the balance so
      *    the customer sees the cost of the line on the statement.
       CHARGE-DEBIT-INTEREST.
           IF WS-INTEREST-AMOUNT > 0 THEN
              SUBTRACT WS-INTEREST-AMOUNT FROM RCD-AMMOUNT
              REWRITE BANK-RECORD
              PERFORM WRITE-TRANLOG-ENTRY
           END-IF.

       COMPUTE-DEBIT-INTEREST.
           IF WS-PRODUCT-STATUS = 0 THEN
              MOVE WS-PRODUCT-OD-RATE TO WS-DEBIT-RATE
           ELSE
              MOVE WS-DEFAULT-OD-RATE TO WS-DEBIT-RATE
           END-IF.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
              (0 - WS-VALUE-BALANCE) * WS-DEBIT-RATE * WS-ACCRUAL-DAYS.

       WRITE-TRANLOG-ENTRY.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
           OPEN OUTPUT CHECKPOINT-RECORDS.
           CLOSE CHECKPOINT-RECORDS.

      *    The projection pass: the same walk of the accounts, read
      *    only, with one comparison row per account priced and
      *    nothing else written anywhere.
       RUN-PROJECTION.
           DISPLAY "***       MODE PROJECTION        ***".
           DISPLAY "*** aucune ecriture n'est passee ***".
           MOVE 30 TO WS-ACCRUAL-DAYS.
           ACCEPT WS-PROJECTION-DAYS-RAW FROM ENVIRONMENT
                 "WHATIF_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PROJECTION-DAYS-RAW IS NUMERIC THEN
              MOVE WS-PROJECTION-DAYS-RAW TO WS-ACCRUAL-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun compte a projeter, fichier absent"
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RATE-BANDS.
           OPEN INPUT VALUE-DATES.
           IF VALUE-DATES-FS = "00" THEN
              MOVE 'Y' TO WS-VALDATE-OPEN
           END-IF.
           OPEN INPUT WHAT-IF-SCENARIO.
           IF WHAT-IF-SCENARIO-FS = "00" THEN
              MOVE 'Y' TO WS-SCENARIO-OPEN
           ELSE
              DISPLAY "Aucun parametre propose, les deux colonnes "
                 "seront identiques"
           END-IF.
           OPEN OUTPUT PROJECTION-ROWS.

           MOVE WS-PIN-FROM TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-PIN > WS-PIN-TO THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF RCD-ACTIVE AND NOT RCD-ACCT-LIVRET-A THEN
                          PERFORM PROJECT-ONE-ACCOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BANK-RECORDS.
           CLOSE PROJECTION-ROWS.
           IF RATE-BANDS-FS = "00" THEN
              CLOSE RATE-BANDS
           END-IF.
           IF WS-VALDATE-OPEN = 'Y' THEN
              CLOSE VALUE-DATES
           END-IF.
           IF WS-SCENARIO-OPEN = 'Y' THEN
              CLOSE WHAT-IF-SCENARIO
           END-IF.

           DISPLAY WS-PROJECTED-COUNT " compte(s) projete(s) sur "
              WS-ACCRUAL-DAYS " jour(s), " WS-CHANGED-COUNT
              " touche(s)".
           DISPLAY "Interets actuels " WS-CURRENT-TOTAL
              " proposes " WS-PROPOSED-TOTAL.

       PROJECT-ONE-ACCOUNT.
           MOVE 'N' TO WS-PRICING-PROPOSED.
           PERFORM PRICE-NIGHT-INTEREST.
           PERFORM SIGN-PRICED-INTEREST.
           MOVE WS-SIGNED-INTEREST TO WS-CURRENT-INTEREST.

           PERFORM FIND-PROPOSED-PRODUCT.
           IF WS-SCENARIO-FOUND = 'Y' THEN
              MOVE 'Y' TO WS-PRICING-PROPOSED
              PERFORM PRICE-NIGHT-INTEREST
              PERFORM SIGN-PRICED-INTEREST
              MOVE WS-SIGNED-INTEREST TO WS-PROPOSED-INTEREST
              MOVE 'N' TO WS-PRICING-PROPOSED
           ELSE
              MOVE WS-CURRENT-INTEREST TO WS-PROPOSED-INTEREST
           END-IF.

           MOVE 'I' TO PJ-ENGINE.
           MOVE RCD-PIN TO PJ-PIN.
           MOVE RCD-ACCT-NO TO PJ-ACCT-NO.
           MOVE RCD-ACCT-TYPE TO PJ-ACCT-TYPE.
           MOVE WS-CURRENT-INTEREST TO PJ-CURRENT.
           MOVE WS-PROPOSED-INTEREST TO PJ-PROPOSED.
           WRITE PROJECTION-ROW.

           ADD 1 TO WS-PROJECTED-COUNT.
           ADD WS-CURRENT-INTEREST TO WS-CURRENT-TOTAL.
           ADD WS-PROPOSED-INTEREST TO WS-PROPOSED-TOTAL.
           IF WS-PROPOSED-INTEREST NOT = WS-CURRENT-INTEREST THEN
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      *    Debit interest is carried negative on the row, the way
      *    it reaches the customer's balance.
       SIGN-PRICED-INTEREST.
           IF WS-IS-DEBIT-INTEREST = 'Y' THEN
              COMPUTE WS-SIGNED-INTEREST = 0 - WS-INTEREST-AMOUNT
           ELSE
              MOVE WS-INTEREST-AMOUNT TO WS-SIGNED-INTEREST
           END-IF.

       FIND-PROPOSED-PRODUCT.
           MOVE 'N' TO WS-SCENARIO-FOUND.
           IF WS-SCENARIO-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-ACCT-TYPE TO WI-PRODUCT-CODE.
           READ WHAT-IF-SCENARIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SCENARIO-FOUND
           END-READ.

       END PROGRAM NightlyInterestAccrual.
