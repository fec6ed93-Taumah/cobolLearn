       IDENTIFICATION DIVISION.
       PROGRAM-ID. EarnLoyaltyPoints.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-RATES ASSIGN TO '../../data/loyrate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LR-PRODUCT
              FILE STATUS IS LOYALTY-RATES-FS.

           SELECT TIER-RECORDS ASSIGN TO '../../data/tier.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-PIN
              FILE STATUS IS TIER-RECORDS-FS.

           SELECT LOYALTY-BALANCES ASSIGN TO WS-LOYBAL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

           SELECT LOYALTY-LEDGER ASSIGN TO WS-LOYLEDGER-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOYALTY-RATES.
       COPY "LOYRATE.cpy".

       FD TIER-RECORDS.
       COPY "TIERREC.cpy".

       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       FD LOYALTY-LEDGER.
       COPY "LOYLEDG.cpy".

       WORKING-STORAGE SECTION.

       01 LOYALTY-RATES-FS PIC XX.
       01 TIER-RECORDS-FS PIC XX.
       01 LOYALTY-BALANCES-FS PIC XX.
       01 WS-RATE-FOUND PIC X VALUE 'N'.
       01 WS-BALANCE-FOUND PIC X VALUE 'N'.
       01 WS-EARN-RATE PIC 9(2)V99.
       01 WS-BOOST PIC 9(3).
       01 WS-POINTS PIC 9(9).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-LOYBAL-PATH PIC X(100) VALUE "../../data/loybal.dat".
       01 WS-LOYLEDGER-PATH PIC X(100)
           VALUE "../../data/loyledger.dat".

       LINKAGE SECTION.

       01 CARD-NUMBER-IN PIC 9(4).
       01 PIN-IN PIC 9(4).
      *    The product code of the account the spend was taken
      *    from.
       01 PRODUCT-IN PIC X.
      *    The TL-TYPE of the qualifying spend: PRES, FACT or TOPU.
       01 SOURCE-IN PIC X(4).
       01 AMOUNT-IN PIC 9(7)V99.
       01 REF-IN PIC 9(8).
      *    Zero when the spend earned nothing: no card behind it,
      *    no rate set for the product, or too small an amount.
       01 POINTS-OUT PIC 9(7).

       PROCEDURE DIVISION
       USING BY REFERENCE CARD-NUMBER-IN PIN-IN PRODUCT-IN SOURCE-IN
             AMOUNT-IN REF-IN POINTS-OUT.

           ACCEPT WS-LOYBAL-PATH FROM ENVIRONMENT "LOYBAL_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LOYLEDGER-PATH FROM ENVIRONMENT "LOYLEDGER_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 0 TO POINTS-OUT.
           IF CARD-NUMBER-IN = 0 THEN
              EXIT PROGRAM
           END-IF.

           PERFORM READ-EARN-RATE.
           IF WS-RATE-FOUND = 'N' THEN
              EXIT PROGRAM
           END-IF.
           EVALUATE SOURCE-IN
              WHEN "PRES"
                 MOVE LR-CARD-RATE TO WS-EARN-RATE
              WHEN "FACT"
                 MOVE LR-BILL-RATE TO WS-EARN-RATE
              WHEN "TOPU"
                 MOVE LR-TOPUP-RATE TO WS-EARN-RATE
              WHEN OTHER
                 MOVE 0 TO WS-EARN-RATE
           END-EVALUATE.
           MOVE LR-PREMIER-BOOST TO WS-BOOST.

      *    Whole points only, the fraction dropped.
           COMPUTE WS-POINTS = AMOUNT-IN * WS-EARN-RATE.
           PERFORM APPLY-PREMIER-BOOST.
           IF WS-POINTS = 0 THEN
              EXIT PROGRAM
           END-IF.
           IF WS-POINTS > 9999999 THEN
              MOVE 9999999 TO WS-POINTS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE
              WS-BUSINESS-DATE WS-BUSDATE-STATUS.
           PERFORM CREDIT-CARD-POINTS.
           MOVE WS-POINTS TO POINTS-OUT.

           EXIT PROGRAM.

      *    The product's own row first, the '*' row for every
      *    product marketing has not priced separately.
       READ-EARN-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           OPEN INPUT LOYALTY-RATES.
           IF LOYALTY-RATES-FS NOT = "00" THEN
              CLOSE LOYALTY-RATES
              EXIT PARAGRAPH
           END-IF.
           MOVE PRODUCT-IN TO LR-PRODUCT.
           READ LOYALTY-RATES
              INVALID KEY
                 MOVE '*' TO LR-PRODUCT
                 READ LOYALTY-RATES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-RATE-FOUND
                 END-READ
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RATE-FOUND
           END-READ.
           CLOSE LOYALTY-RATES.

       APPLY-PREMIER-BOOST.
           IF WS-POINTS = 0 OR WS-BOOST = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TIER-RECORDS.
           IF TIER-RECORDS-FS NOT = "00" THEN
              CLOSE TIER-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN-IN TO TI-PIN.
           READ TIER-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TI-IS-PREMIER THEN
                    COMPUTE WS-POINTS =
                       WS-POINTS * (100 + WS-BOOST) / 100
                 END-IF
           END-READ.
           CLOSE TIER-RECORDS.

      *    A card's first points open its row in the programme.
       CREDIT-CARD-POINTS.
           OPEN I-O LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS = "35" THEN
              CLOSE LOYALTY-BALANCES
              OPEN OUTPUT LOYALTY-BALANCES
              CLOSE LOYALTY-BALANCES
              OPEN I-O LOYALTY-BALANCES
           END-IF.

           MOVE 'N' TO WS-BALANCE-FOUND.
           MOVE CARD-NUMBER-IN TO LB-CARD-NUMBER.
           READ LOYALTY-BALANCES
              INVALID KEY
                 INITIALIZE LOYALTY-BALANCE-RECORD
                 MOVE CARD-NUMBER-IN TO LB-CARD-NUMBER
                 MOVE PIN-IN TO LB-CUSTOMER-ID
                 MOVE WS-BUSINESS-DATE TO LB-OPENED-DATE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BALANCE-FOUND
           END-READ.

           IF LB-BALANCE + WS-POINTS > 9999999 THEN
              COMPUTE WS-POINTS = 9999999 - LB-BALANCE
           END-IF.
           ADD WS-POINTS TO LB-BALANCE.
           ADD WS-POINTS TO LB-EARNED-TOTAL.
           MOVE WS-BUSINESS-DATE TO LB-LAST-EARN-DATE.
           IF WS-BALANCE-FOUND = 'Y' THEN
              REWRITE LOYALTY-BALANCE-RECORD
           ELSE
              WRITE LOYALTY-BALANCE-RECORD
           END-IF.
           CLOSE LOYALTY-BALANCES.

           OPEN EXTEND LOYALTY-LEDGER.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE CARD-NUMBER-IN TO LL-CARD-NUMBER.
           MOVE WS-BUSINESS-DATE TO LL-DATE.
           MOVE 'GAIN' TO LL-TYPE.
           MOVE SOURCE-IN TO LL-SOURCE.
           MOVE WS-POINTS TO LL-POINTS.
           MOVE AMOUNT-IN TO LL-AMOUNT.
           MOVE REF-IN TO LL-REF.
           MOVE LB-BALANCE TO LL-BALANCE.
           MOVE 0 TO LL-OPERATOR.
           WRITE LOYALTY-LEDGER-RECORD.
           CLOSE LOYALTY-LEDGER.

       END PROGRAM EarnLoyaltyPoints.
