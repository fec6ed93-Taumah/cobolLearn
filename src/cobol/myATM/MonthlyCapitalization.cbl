                 '../../data/capint.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  In projection the bucket is the interest projection's
      *  priced period instead of accrint.dat, the ceiling can come
      *  from the proposed parameter set, and the outcome goes to a
      *  comparison file of its own.
           SELECT PROJECTED-INTEREST ASSIGN TO '../../data/projint.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROJECTED-INTEREST-FS.

           SELECT WHAT-IF-SCENARIO ASSIGN TO '../../data/whatif.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WI-PRODUCT-CODE
              FILE STATUS IS WHAT-IF-SCENARIO-FS.

           SELECT PROJECTION-ROWS ASSIGN TO '../../data/projcap.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       COPY "ACCRINT.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CAPITALIZATION-REPORT.
       01 CAPITALIZATION-REPORT-LINE PIC X(90).

       FD PROJECTED-INTEREST.
       01 PROJECTED-INTEREST-LINE PIC X(28).

       FD WHAT-IF-SCENARIO.
       COPY "WHATIF.cpy".

       FD PROJECTION-ROWS.
       01 PROJECTION-ROW-LINE PIC X(28).

       WORKING-STORAGE SECTION.

       01 ACCRUED-INTEREST-FS PIC XX.
       01 WS-GROSS-INTEREST PIC 9(7)V99.
       01 WS-TAX-AMOUNT PIC 9(7)V99.
       01 WS-NET-INTEREST PIC 9(7)V99.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

      *  MODE PROJECTION: the WHATIF_MODE variable capitalizes the
      *  interest projection's figures on paper. demo.dat is only
      *  read and accrint.dat is never opened.
       01 WS-PROJECTION-MODE PIC X VALUE 'N'.
           88 WS-PROJECTION-ON VALUE 'Y' 'y'.
       01 PROJECTED-INTEREST-FS PIC XX.
       01 WHAT-IF-SCENARIO-FS PIC XX.
       01 WS-SCENARIO-OPEN PIC X VALUE 'N'.
       01 WS-CURRENT-NET PIC S9(7)V99.
       01 WS-PROPOSED-NET PIC S9(7)V99.
       01 WS-PROJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PROPOSED-TOTAL PIC S9(11)V99 VALUE 0.
       COPY "WHATIFROW.cpy".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           ACCEPT WS-PROJECTION-MODE FROM ENVIRONMENT "WHATIF_MODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-PROJECTION-ON THEN
              PERFORM RUN-PROJECTION
              STOP RUN
           END-IF.

           OPEN I-O ACCRUED-INTEREST.
           IF ACCRUED-INTEREST-FS NOT = "00" THEN
              DISPLAY "Aucun interet accumule, rien a capitaliser"
      *    waits for the next month-end rather than losing it.
       CAPITALIZE-ONE-ACCOUNT.
           MOVE AC-ACCRUED TO WS-GROSS-INTEREST.
           PERFORM SPLIT-WITHHOLDING.

           MOVE AC-PIN TO RCD-PIN.
           MOVE AC-ACCT-NO TO RCD-ACCT-NO.
                 PERFORM CREDIT-NET-TO-BALANCE
           END-READ.

       SPLIT-WITHHOLDING.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
              WS-GROSS-INTEREST * WHT-RATE.
           COMPUTE WS-NET-INTEREST =
              WS-GROSS-INTEREST - WS-TAX-AMOUNT.

       FETCH-PRODUCT-CEILING.
           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
           IF WS-PRODUCT-STATUS = 0 THEN
              MOVE WS-PRODUCT-MAX-BALANCE TO MAX-BALANCE
           ELSE
              MOVE 9999999,99 TO MAX-BALANCE
           END-IF.

       CREDIT-NET-TO-BALANCE.
           PERFORM FETCH-PRODUCT-CEILING.

           ADD RCD-AMMOUNT WS-NET-INTEREST GIVING NEW-AMMOUNT.
           IF NEW-AMMOUNT > MAX-BALANCE THEN
              ADD 1 TO WS-HELD-OVER-COUNT
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

      *    The projection pass: every account the interest
      *    projection priced a credit for is capitalized on paper
      *    twice, on the live ceiling and on the proposed one, and
      *    the net each would pay lands on a comparison row.
       RUN-PROJECTION.
           DISPLAY "***       MODE PROJECTION        ***".
           DISPLAY "*** aucune ecriture n'est passee ***".
           OPEN INPUT PROJECTED-INTEREST.
           IF PROJECTED-INTEREST-FS NOT = "00" THEN
              DISPLAY "Aucune projection des interets, rien a "
                 "capitaliser"
              CLOSE PROJECTED-INTEREST
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun compte a traiter, fichier absent"
              CLOSE BANK-RECORDS
              CLOSE PROJECTED-INTEREST
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WHAT-IF-SCENARIO.
           IF WHAT-IF-SCENARIO-FS = "00" THEN
              MOVE 'Y' TO WS-SCENARIO-OPEN
           END-IF.
           OPEN OUTPUT PROJECTION-ROWS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROJECTED-INTEREST INTO PROJECTION-ROW
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PJ-CURRENT > 0 OR PJ-PROPOSED > 0 THEN
                       PERFORM PROJECT-ONE-CAPITALIZATION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PROJECTED-INTEREST.
           CLOSE BANK-RECORDS.
           CLOSE PROJECTION-ROWS.
           IF WS-SCENARIO-OPEN = 'Y' THEN
              CLOSE WHAT-IF-SCENARIO
           END-IF.

           DISPLAY WS-PROJECTED-COUNT " compte(s) capitalise(s) en "
              "projection".
           DISPLAY "Net verse actuel " WS-CURRENT-TOTAL
              " propose " WS-PROPOSED-TOTAL.

      *    A side whose gross is a debit charge, or whose net would
      *    breach that side's ceiling, pays nothing this month-end.
       PROJECT-ONE-CAPITALIZATION.
           MOVE PJ-PIN TO RCD-PIN.
           MOVE PJ-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           PERFORM FETCH-PRODUCT-CEILING.
           MOVE 0 TO WS-CURRENT-NET.
           IF PJ-CURRENT > 0 THEN
              MOVE PJ-CURRENT TO WS-GROSS-INTEREST
              PERFORM SPLIT-WITHHOLDING
              ADD RCD-AMMOUNT WS-NET-INTEREST GIVING NEW-AMMOUNT
              IF NEW-AMMOUNT NOT > MAX-BALANCE THEN
                 MOVE WS-NET-INTEREST TO WS-CURRENT-NET
              END-IF
           END-IF.

           IF WS-SCENARIO-OPEN = 'Y' THEN
              MOVE RCD-ACCT-TYPE TO WI-PRODUCT-CODE
              READ WHAT-IF-SCENARIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WI-MAX-BALANCE TO MAX-BALANCE
              END-READ
           END-IF.
           MOVE 0 TO WS-PROPOSED-NET.
           IF PJ-PROPOSED > 0 THEN
              MOVE PJ-PROPOSED TO WS-GROSS-INTEREST
              PERFORM SPLIT-WITHHOLDING
              ADD RCD-AMMOUNT WS-NET-INTEREST GIVING NEW-AMMOUNT
              IF NEW-AMMOUNT NOT > MAX-BALANCE THEN
                 MOVE WS-NET-INTEREST TO WS-PROPOSED-NET
              END-IF
           END-IF.

           MOVE 'K' TO PJ-ENGINE.
           MOVE RCD-ACCT-TYPE TO PJ-ACCT-TYPE.
           MOVE WS-CURRENT-NET TO PJ-CURRENT.
           MOVE WS-PROPOSED-NET TO PJ-PROPOSED.
           WRITE PROJECTION-ROW-LINE FROM PROJECTION-ROW.
           ADD 1 TO WS-PROJECTED-COUNT.
           ADD WS-CURRENT-NET TO WS-CURRENT-TOTAL.
           ADD WS-PROPOSED-NET TO WS-PROPOSED-TOTAL.

       END PROGRAM MonthlyCapitalization.
