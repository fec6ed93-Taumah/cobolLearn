       IDENTIFICATION DIVISION.
       PROGRAM-ID. RedeemLoyaltyPoints.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT LOYALTY-BALANCES ASSIGN TO WS-LOYBAL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

           SELECT LOYALTY-LEDGER ASSIGN TO WS-LOYLEDGER-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Before-image and completion marker around the REWRITE, so
      *  a crash mid-update is backed out at the next startup.
           SELECT INTENT-JOURNAL ASSIGN TO WS-INTENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       FD LOYALTY-LEDGER.
       COPY "LOYLEDG.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 LOYALTY-BALANCES-FS PIC XX.

      *  Marketing's conversion: a hundred points are worth one
      *  euro, used in whole hundreds from a thousand points up.
       01 POINTS-PER-EURO PIC 9(3) VALUE 100.
       01 MIN-POINTS-REDEEMED PIC 9(7) VALUE 1000.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

       01 WS-REDEEM-AMOUNT PIC 9(5)V99.
       01 WS-NEW-AMMOUNT PIC S9(8)V99.
       01 WS-UNITS PIC 9(7).
       01 WS-REMAINDER PIC 9(3).
       01 WS-TRAN-REF PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-LOYBAL-PATH PIC X(100) VALUE "../../data/loybal.dat".
       01 WS-LOYLEDGER-PATH PIC X(100)
           VALUE "../../data/loyledger.dat".
       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-INTENT-PATH PIC X(100) VALUE "../../data/intent.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       LINKAGE SECTION.

       01 CARD-NUMBER-IN PIC 9(4).
       01 PIN-IN PIC 9(4).
       01 ACCT-NO-IN PIC 9(2).
       01 POINTS-IN PIC 9(7).
      *    The teller at the counter, zero for the cardholder at
      *    the machine.
       01 OPERATOR-IN PIC 9(6).
       01 TERMINAL-IN PIC X(4).
       01 BRANCH-IN PIC X(2).
       01 AMOUNT-OUT PIC 9(5)V99.
       01 REF-OUT PIC 9(8).
      *    0 = credited; 1 = not a whole number of hundreds or
      *    under the minimum; 2 = not that many points on the card,
      *    or the card is not this customer's; 3 = the account
      *    cannot take the credit (absent, not active, not in
      *    euros, or over the balance ceiling).
       01 STATUS-OUT PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE CARD-NUMBER-IN PIN-IN ACCT-NO-IN POINTS-IN
             OPERATOR-IN TERMINAL-IN BRANCH-IN AMOUNT-OUT REF-OUT
             STATUS-OUT.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-INTENT-PATH FROM ENVIRONMENT "INTENT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LOYBAL-PATH FROM ENVIRONMENT "LOYBAL_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LOYLEDGER-PATH FROM ENVIRONMENT "LOYLEDGER_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 0 TO AMOUNT-OUT.
           MOVE 0 TO REF-OUT.

           DIVIDE POINTS-IN BY POINTS-PER-EURO GIVING WS-UNITS
              REMAINDER WS-REMAINDER.
           IF POINTS-IN < MIN-POINTS-REDEEMED
                 OR WS-REMAINDER NOT = 0 THEN
              MOVE 1 TO STATUS-OUT
              EXIT PROGRAM
           END-IF.
           MOVE WS-UNITS TO WS-REDEEM-AMOUNT.

           CALL "GetBusinessDate" USING BY REFERENCE
              WS-BUSINESS-DATE WS-BUSDATE-STATUS.

           OPEN I-O LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS NOT = "00" THEN
              CLOSE LOYALTY-BALANCES
              MOVE 2 TO STATUS-OUT
              EXIT PROGRAM
           END-IF.
           MOVE CARD-NUMBER-IN TO LB-CARD-NUMBER.
           READ LOYALTY-BALANCES
              INVALID KEY
                 CLOSE LOYALTY-BALANCES
                 MOVE 2 TO STATUS-OUT
                 EXIT PROGRAM
           END-READ.
           IF LB-CUSTOMER-ID NOT = PIN-IN
                 OR LB-BALANCE < POINTS-IN THEN
              CLOSE LOYALTY-BALANCES
              MOVE 2 TO STATUS-OUT
              EXIT PROGRAM
           END-IF.

           PERFORM CREDIT-CUSTOMER-ACCOUNT.
           IF STATUS-OUT NOT = 0 THEN
              CLOSE LOYALTY-BALANCES
              EXIT PROGRAM
           END-IF.

           SUBTRACT POINTS-IN FROM LB-BALANCE.
           ADD POINTS-IN TO LB-USED-TOTAL.
           REWRITE LOYALTY-BALANCE-RECORD.
           CLOSE LOYALTY-BALANCES.
           PERFORM WRITE-REDEMPTION-LEDGER.

           MOVE WS-REDEEM-AMOUNT TO AMOUNT-OUT.
           MOVE WS-TRAN-REF TO REF-OUT.
           EXIT PROGRAM.

      *    Same sequence as a deposit, the marketing budget paying
      *    in instead of the customer.
       CREDIT-CUSTOMER-ACCOUNT.
           MOVE 3 TO STATUS-OUT.
           OPEN I-O BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN-IN TO RCD-PIN.
           MOVE ACCT-NO-IN TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 CLOSE BANK-RECORDS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT RCD-ACTIVE OR NOT RCD-CURRENCY-EUR THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-AMMOUNT = RCD-AMMOUNT + WS-REDEEM-AMOUNT.
           IF WS-NEW-AMMOUNT > MAX-BALANCE THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           PERFORM WRITE-INTENT-ROW.
           MOVE WS-NEW-AMMOUNT TO RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           PERFORM WRITE-REDEMPTION-TRANLOG.
           PERFORM WRITE-DONE-ROW.
           CLOSE BANK-RECORDS.
           MOVE 0 TO STATUS-OUT.

       WRITE-REDEMPTION-TRANLOG.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE PIN-IN TO TL-PIN.
           MOVE ACCT-NO-IN TO TL-ACCT-NO.
           MOVE 'FIDE' TO TL-TYPE.
           MOVE WS-REDEEM-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE TERMINAL-IN TO TL-TERMINAL.
           MOVE BRANCH-IN TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-REDEMPTION-LEDGER.
           OPEN EXTEND LOYALTY-LEDGER.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE CARD-NUMBER-IN TO LL-CARD-NUMBER.
           MOVE WS-BUSINESS-DATE TO LL-DATE.
           MOVE 'UTIL' TO LL-TYPE.
           IF OPERATOR-IN = 0 THEN
              MOVE 'DAB ' TO LL-SOURCE
           ELSE
              MOVE 'GUIC' TO LL-SOURCE
           END-IF.
           MOVE POINTS-IN TO LL-POINTS.
           MOVE WS-REDEEM-AMOUNT TO LL-AMOUNT.
           MOVE WS-TRAN-REF TO LL-REF.
           MOVE LB-BALANCE TO LL-BALANCE.
           MOVE OPERATOR-IN TO LL-OPERATOR.
           WRITE LOYALTY-LEDGER-RECORD.
           CLOSE LOYALTY-LEDGER.

      *    The before-image goes to the intent journal ahead of
      *    the REWRITE; the DONE marker follows the postings.
       WRITE-INTENT-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'INTENT' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 1 TO IJ-ACCOUNT-COUNT.
           MOVE PIN-IN TO IJ-PIN-1.
           MOVE ACCT-NO-IN TO IJ-ACCT-NO-1.
           MOVE RCD-AMMOUNT TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       WRITE-DONE-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'DONE  ' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 0 TO IJ-ACCOUNT-COUNT.
           MOVE 0 TO IJ-PIN-1.
           MOVE 0 TO IJ-ACCT-NO-1.
           MOVE 0 TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       END PROGRAM RedeemLoyaltyPoints.
