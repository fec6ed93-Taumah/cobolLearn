           SELECT FEE-ADVICES ASSIGN TO '../../data/feeadvice.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The proposed tariff a projection run prices against, and
      *  the per-account comparison rows it leaves for the report.
           SELECT WHAT-IF-SCENARIO ASSIGN TO '../../data/whatif.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WI-PRODUCT-CODE
              FILE STATUS IS WHAT-IF-SCENARIO-FS.

           SELECT PROJECTION-ROWS ASSIGN TO '../../data/projfee.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD FEE-ADVICES.
       01 FEE-ADVICE-LINE PIC X(80).

       FD WHAT-IF-SCENARIO.
       COPY "WHATIF.cpy".

       FD PROJECTION-ROWS.
       COPY "WHATIFROW.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 FEE-PER-EXCESS-RETR PIC 9(2)V99 VALUE 0,50.
       01 FREE-RETR-PER-MONTH PIC 9(2) VALUE 4.

      *  The account's product may carry its own dated tariff; the
      *  version in force on the business date replaces the
      *  compiled one for that account.
       COPY "PRODTERM.cpy".
       01 WS-TERMS-STATUS PIC 9.
       01 WS-SERVICING-FEE PIC 9(2)V99.
       01 WS-EXCESS-RETR-FEE PIC 9(2)V99.
       01 WS-FREE-RETR PIC 9(2).

      *  This month's RETR count per account, accumulated from the
      *  keyed history and the live log before the accounts are
      *  walked, the same bounded-table style the end-of-day
      *  money mover.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-FEES-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-ACCOUNTS-CHARGED PIC 9(5) VALUE 0.

      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

      *  MODE PROJECTION: the WHATIF_MODE variable prices the
      *  month's fees on the live and the proposed tariff without
      *  taking anything. The withdrawals counted are last
      *  complete month's, or the month WHATIF_PERIOD (AAAAMM)
      *  names.
       01 WS-PROJECTION-MODE PIC X VALUE 'N'.
           88 WS-PROJECTION-ON VALUE 'Y' 'y'.
       01 WS-PROJECTION-PERIOD-RAW PIC X(6) VALUE SPACES.
       01 WHAT-IF-SCENARIO-FS PIC XX.
       01 WS-SCENARIO-OPEN PIC X VALUE 'N'.
       01 WS-CURRENT-FEE PIC 9(4)V99.
       01 WS-PROPOSED-FEE PIC 9(4)V99.
       01 WS-PROJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PROPOSED-TOTAL PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH.

           ACCEPT WS-PROJECTION-MODE FROM ENVIRONMENT "WHATIF_MODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PROJECTION-ON THEN
              PERFORM RUN-PROJECTION
              STOP RUN
           END-IF.

           PERFORM COUNT-RETR-FROM-HISTORY.
           PERFORM COUNT-RETR-FROM-LIVE-LOG.

              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-RETR-COUNT.
           PERFORM FETCH-PRODUCT-TARIFF.
           PERFORM PRICE-FEE-DUE.

           IF WS-FEE-TAKEN > 0 THEN
              SUBTRACT WS-FEE-TAKEN FROM RCD-AMMOUNT
              REWRITE BANK-RECORD
              ADD 1 TO WS-ACCOUNTS-CHARGED
              ADD WS-FEE-TAKEN TO WS-FEES-TOTAL
              PERFORM WRITE-FEE-TRANLOG-ENTRY
           END-IF.
           PERFORM WRITE-FEE-ADVICE-LINE.

       FIND-RETR-COUNT.
           MOVE 0 TO WS-RETR-COUNT.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
              END-IF
           END-PERFORM.

      *    The tariff in WS-SERVICING-FEE, WS-EXCESS-RETR-FEE and
      *    WS-FREE-RETR applied to the month's withdrawals, leaving
      *    what is due and what the account can actually pay.
       PRICE-FEE-DUE.
           COMPUTE WS-EXCESS-COUNT =
              WS-RETR-COUNT - WS-FREE-RETR.
           IF WS-EXCESS-COUNT < 0 THEN
              MOVE 0 TO WS-EXCESS-COUNT
           END-IF.

           COMPUTE WS-FEE-DUE = WS-SERVICING-FEE
              + WS-EXCESS-COUNT * WS-EXCESS-RETR-FEE.

      *    The engine's available figure governs, not the bare
      *    balance: held funds pay no fees, and the partial fee
              END-IF
           END-IF.

       FETCH-PRODUCT-TARIFF.
           MOVE FEE-SERVICING TO WS-SERVICING-FEE.
           MOVE FEE-PER-EXCESS-RETR TO WS-EXCESS-RETR-FEE.
           MOVE FREE-RETR-PER-MONTH TO WS-FREE-RETR.
           CALL "GetProductTerms" USING BY REFERENCE RCD-ACCT-TYPE
              PRODUCT-TERMS-RECORD WS-TERMS-STATUS.
           IF WS-TERMS-STATUS = 0 THEN
              MOVE PT-SERVICING-FEE TO WS-SERVICING-FEE
              MOVE PT-EXCESS-RETR-FEE TO WS-EXCESS-RETR-FEE
              MOVE PT-FREE-RETR-PER-MONTH TO WS-FREE-RETR
           END-IF.

      *    Premier tiers bank for free; the waiver still gets an
      *    advice line so the customer sees what they didn't pay.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
              DELIMITED BY SIZE INTO FEE-ADVICE-LINE.
           WRITE FEE-ADVICE-LINE.

      *    The projection pass: the month's withdrawals counted as
      *    the live run counts them, every active account priced on
      *    both tariffs, and one comparison row each; no balance,
      *    log or advice is touched.
       RUN-PROJECTION.
           DISPLAY "***       MODE PROJECTION        ***".
           DISPLAY "*** aucune ecriture n'est passee ***".
      *    The month before: 202601 less one reads 202600, and
      *    taking a further 88 off lands on 202512.
           SUBTRACT 1 FROM WS-MONTH.
           IF WS-MONTH(5:2) = "00" THEN
              SUBTRACT 88 FROM WS-MONTH
           END-IF.
           ACCEPT WS-PROJECTION-PERIOD-RAW FROM ENVIRONMENT
                 "WHATIF_PERIOD"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PROJECTION-PERIOD-RAW IS NUMERIC THEN
              MOVE WS-PROJECTION-PERIOD-RAW TO WS-MONTH
           END-IF.

           PERFORM COUNT-RETR-FROM-HISTORY.
           PERFORM COUNT-RETR-FROM-LIVE-LOG.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun compte a projeter, fichier absent"
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TIER-RECORDS.
           IF TIER-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-TIER-FILE-PRESENT
           END-IF.
           OPEN INPUT WHAT-IF-SCENARIO.
           IF WHAT-IF-SCENARIO-FS = "00" THEN
              MOVE 'Y' TO WS-SCENARIO-OPEN
           ELSE
              DISPLAY "Aucun parametre propose, les deux colonnes "
                 "seront identiques"
           END-IF.
           OPEN OUTPUT PROJECTION-ROWS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-ACTIVE THEN
                       PERFORM PROJECT-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BANK-RECORDS.
           CLOSE PROJECTION-ROWS.
           IF WS-TIER-FILE-PRESENT = 'Y' THEN
              CLOSE TIER-RECORDS
           END-IF.
           IF WS-SCENARIO-OPEN = 'Y' THEN
              CLOSE WHAT-IF-SCENARIO
           END-IF.

           DISPLAY WS-PROJECTED-COUNT " compte(s) projete(s) sur "
              WS-MONTH ", " WS-CHANGED-COUNT " touche(s)".
           DISPLAY "Frais actuels " WS-CURRENT-TOTAL
              " proposes " WS-PROPOSED-TOTAL.

      *    A premier customer is waived on both tariffs alike.
       PROJECT-ONE-ACCOUNT.
           MOVE 0 TO WS-CURRENT-FEE.
           MOVE 0 TO WS-PROPOSED-FEE.
           PERFORM CHECK-PREMIER-WAIVER.
           IF WS-IS-PREMIER = 'N' THEN
              PERFORM FIND-RETR-COUNT
              PERFORM FETCH-PRODUCT-TARIFF
              PERFORM PRICE-FEE-DUE
              MOVE WS-FEE-TAKEN TO WS-CURRENT-FEE
              MOVE WS-FEE-TAKEN TO WS-PROPOSED-FEE
              PERFORM PRICE-PROPOSED-FEE
           END-IF.

           MOVE 'F' TO PJ-ENGINE.
           MOVE RCD-PIN TO PJ-PIN.
           MOVE RCD-ACCT-NO TO PJ-ACCT-NO.
           MOVE RCD-ACCT-TYPE TO PJ-ACCT-TYPE.
           MOVE WS-CURRENT-FEE TO PJ-CURRENT.
           MOVE WS-PROPOSED-FEE TO PJ-PROPOSED.
           WRITE PROJECTION-ROW.

           ADD 1 TO WS-PROJECTED-COUNT.
           ADD WS-CURRENT-FEE TO WS-CURRENT-TOTAL.
           ADD WS-PROPOSED-FEE TO WS-PROPOSED-TOTAL.
           IF WS-PROPOSED-FEE NOT = WS-CURRENT-FEE THEN
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       PRICE-PROPOSED-FEE.
           IF WS-SCENARIO-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-ACCT-TYPE TO WI-PRODUCT-CODE.
           READ WHAT-IF-SCENARIO
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE WI-SERVICING-FEE TO WS-SERVICING-FEE.
           MOVE WI-EXCESS-RETR-FEE TO WS-EXCESS-RETR-FEE.
           MOVE WI-FREE-RETR-PER-MONTH TO WS-FREE-RETR.
           PERFORM PRICE-FEE-DUE.
           MOVE WS-FEE-TAKEN TO WS-PROPOSED-FEE.

       END PROGRAM MonthlyFees.
