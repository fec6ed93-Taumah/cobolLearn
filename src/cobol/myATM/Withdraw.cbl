                 '../../data/dispincident.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The receipt roll, shared with the deposit receipts; only
      *  cards whose quick-cash preference asks for one print here.
           SELECT RECEIPT-RECORDS ASSIGN TO '../../data/receipts.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.


       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD DISPENSE-INCIDENTS.
       01 DISPENSE-INCIDENT-LINE PIC X(90).

       FD RECEIPT-RECORDS.
       01 RECEIPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.

       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.


       01 MINOR-CONTROLS-FS PIC XX.
       01 WS-GUARDIAN-OK PIC X VALUE 'Y'.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-GUARDIAN-CARD-TRY PIC 9(4).

       01 FREEZE-RECORDS-FS PIC XX.
       01 WS-HELD-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-AVAILABLE PIC S9(8)V99.

      *  The shared availability engine's answer: balance plus
      *  overdraft line minus holds, the same figure every money
       01 WS-UNDELIVERED PIC 9(5)V99.
       01 WS-ADJUST-REF PIC 9(8).

       01 WS-RECEIPT-DATE PIC 9(8).
       COPY "BALEDIT.cpy".

      *  Guard against the double-pressed menu: an identical type
      *  and amount posted within the last couple of minutes needs
      *  an explicit "do it again" before anything moves.
       01 ACCT-NO PIC 9(2).
       01 STATUS-CODE PIC 9(4).
       01 CARD-NUMBER-IN PIC 9(4).
      *  The quick-cash amount offered right after the PIN; zero
      *  when the cardholder came through the menu and keys it.
       01 QUICK-AMOUNT-IN PIC 9(4).
      *  'O' when the card's preference asks for a receipt.
       01 RECEIPT-IN PIC X.

       PROCEDURE DIVISION
       USING BY REFERENCE PIN ACCT-NO STATUS-CODE CARD-NUMBER-IN
             QUICK-AMOUNT-IN RECEIPT-IN .

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           CALL "GetMessage" USING BY REFERENCE WS-MSG-ID
              WS-MSG-LANG WS-MSG-AMOUNT.

      *    A quick-cash withdrawal already knows its amount; every
      *    check below still applies to it unchanged.
           IF QUICK-AMOUNT-IN > 0 THEN
              MOVE QUICK-AMOUNT-IN TO AMMOUNT-TO-WITHDRAW
           ELSE
              PERFORM WITH TEST AFTER
                 UNTIL AMMOUNT-TO-WITHDRAW > 0
                 DISPLAY WS-MSG-AMOUNT
                 ACCEPT AMMOUNT-TO-WITHDRAW
                 IF AMMOUNT-TO-WITHDRAW = 0 THEN
                    DISPLAY "Le montant doit être supérieur à zéro"
                 END-IF
              END-PERFORM
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Retrait refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "REVUE KYC ECHUE" TO WS-EJ-DETAIL
              MOVE AMMOUNT-TO-WITHDRAW TO WS-VELOCITY-AMOUNT
              PERFORM WRITE-SESSION-EVENT
              MOVE 3 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM CHECK-GUARDIAN-AUTHORITY.
           IF WS-GUARDIAN-OK = 'N' THEN
              DISPLAY "Retrait refuse sans l'accord du tuteur"
                    PERFORM WRITE-TRANLOG-ENTRY
                    PERFORM WRITE-DONE-ROW
                    PERFORM CHECK-DISPENSE-OUTCOME
                    IF RECEIPT-IN = 'O' THEN
                       PERFORM PRINT-WITHDRAWAL-RECEIPT
                    END-IF
                    IF AMMOUNT-TO-WITHDRAW > CTR-THRESHOLD THEN
                       PERFORM WRITE-CTR-DECLARATION
                    END-IF
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
           WRITE DISPENSE-INCIDENT-LINE.
           CLOSE DISPENSE-INCIDENTS.

      *    Printed after the dispense outcome is known, so a short
      *    delivery's correction is already in the balance shown.
       PRINT-WITHDRAWAL-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECEIPT-DATE.
           MOVE RCD-AMMOUNT TO RCD-AMMOUNT-EDIT.

           DISPLAY "======== Reçu de retrait ========".
           DISPLAY "Date        : " WS-RECEIPT-DATE.
           DISPLAY "Terminal    : " WS-TERMINAL-ID.
           DISPLAY "Compte n°   : " PIN "-" ACCT-NO.
           DISPLAY "Montant     : " AMMOUNT-TO-WITHDRAW " EUR".
           DISPLAY "Nouveau solde : " RCD-AMMOUNT-EDIT " " RCD-CURRENCY.
           DISPLAY "Reference   : " WS-TRAN-REF.
           DISPLAY "=================================".

           MOVE SPACES TO RECEIPT-LINE.
           OPEN EXTEND RECEIPT-RECORDS.
           STRING "RETRAIT " WS-RECEIPT-DATE " compte " PIN "-"
              ACCT-NO " montant " AMMOUNT-TO-WITHDRAW
              " ref " WS-TRAN-REF
              DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           CLOSE RECEIPT-RECORDS.

       WRITE-SESSION-EVENT.
           CALL "RecordSessionEvent" USING BY REFERENCE
              WS-EJ-EVENT CARD-NUMBER-IN WS-VELOCITY-AMOUNT
