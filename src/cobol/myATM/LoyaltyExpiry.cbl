       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyExpiry.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-BALANCES ASSIGN TO '../../data/loybal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

           SELECT LOYALTY-LEDGER ASSIGN TO '../../data/loyledger.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOYALTY-LEDGER-FS.

      *  What lapsed tonight, card by card, for marketing.
           SELECT EXPIRY-REPORT ASSIGN TO '../../data/loyexpire.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       FD LOYALTY-LEDGER.
       COPY "LOYLEDG.cpy".

       FD EXPIRY-REPORT.
       01 EXPIRY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 LOYALTY-BALANCES-FS PIC XX.
       01 LOYALTY-LEDGER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YYYY PIC 9(4).
           03 WS-TODAY-MM PIC 9(2).
           03 WS-TODAY-DD PIC 9(2).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Points live this many whole calendar months after the
      *  month they were earned in; LOYALTY_EXPIRY_MONTHS overrides.
       01 WS-EXPIRY-MONTHS PIC 9(2) VALUE 24.
       01 WS-EXPIRY-RAW PIC X(2) VALUE SPACES.

      *  Everything earned before the first of this month lapses
      *  tonight, as far as it has not been used already.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-CUTOFF-YYYY PIC 9(4).
       01 WS-CUTOFF-MM PIC 9(2).

      *  Points earned before the cut-off, per card number.
       01 WS-OLD-EARNED-TABLE.
           03 WS-OLD-EARNED PIC 9(9) OCCURS 9999 TIMES.
       01 WS-CARD-IDX PIC 9(4).

       01 WS-EXPIRING PIC 9(9).
       01 WS-CARD-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-CARDS PIC 9(5) VALUE 0.
       01 WS-EXPIRED-POINTS PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           ACCEPT WS-EXPIRY-RAW FROM ENVIRONMENT
              "LOYALTY_EXPIRY_MONTHS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-EXPIRY-RAW IS NUMERIC AND WS-EXPIRY-RAW NOT = "00"
                 THEN
              MOVE WS-EXPIRY-RAW TO WS-EXPIRY-MONTHS
           END-IF.

           COMPUTE WS-MONTH-COUNT = WS-TODAY-YYYY * 12
              + WS-TODAY-MM - 1 - WS-EXPIRY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YYYY
              REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YYYY * 10000
              + WS-CUTOFF-MM * 100 + 1.

           OPEN OUTPUT EXPIRY-REPORT.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "POINTS FIDELITE EXPIRES AU " WS-TODAY
              " - GAGNES AVANT LE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

           OPEN I-O LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS NOT = "00" THEN
              MOVE SPACES TO EXPIRY-REPORT-LINE
              MOVE "AUCUNE CARTE AU PROGRAMME FIDELITE"
                 TO EXPIRY-REPORT-LINE
              WRITE EXPIRY-REPORT-LINE
              CLOSE LOYALTY-BALANCES
              CLOSE EXPIRY-REPORT
              DISPLAY "Aucune carte au programme fidelite"
              STOP RUN
           END-IF.

           PERFORM TALLY-OLD-EARNINGS.

           OPEN EXTEND LOYALTY-LEDGER.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOYALTY-BALANCES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CARD-COUNT
                    PERFORM EXPIRE-ONE-CARD
              END-READ
           END-PERFORM.
           CLOSE LOYALTY-LEDGER.
           CLOSE LOYALTY-BALANCES.

           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "CARTES=" WS-CARD-COUNT
              " CARTES TOUCHEES=" WS-EXPIRED-CARDS
              " POINTS EXPIRES=" WS-EXPIRED-POINTS
              DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           CLOSE EXPIRY-REPORT.

           DISPLAY "Fidelite : " WS-EXPIRED-POINTS
              " point(s) expire(s) sur " WS-EXPIRED-CARDS
              " carte(s)".
           STOP RUN.

      *    One pass over the ledger: what each card earned before
      *    the cut-off.
       TALLY-OLD-EARNINGS.
           INITIALIZE WS-OLD-EARNED-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOYALTY-LEDGER.
           IF LOYALTY-LEDGER-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOYALTY-LEDGER
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LL-IS-EARN AND LL-DATE < WS-CUTOFF-DATE
                          AND LL-CARD-NUMBER > 0 THEN
                       MOVE LL-CARD-NUMBER TO WS-CARD-IDX
                       ADD LL-POINTS TO WS-OLD-EARNED(WS-CARD-IDX)
                    END-IF
              END-READ
           END-PERFORM.
           IF LOYALTY-LEDGER-FS NOT = "35" THEN
              CLOSE LOYALTY-LEDGER
           END-IF.

      *    Points are used oldest first: whatever of the old
      *    earnings the redemptions and earlier lapses have not
      *    already eaten is what goes now.
       EXPIRE-ONE-CARD.
           IF LB-CARD-NUMBER = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE LB-CARD-NUMBER TO WS-CARD-IDX.
           IF WS-OLD-EARNED(WS-CARD-IDX) <= LB-USED-TOTAL THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXPIRING =
              WS-OLD-EARNED(WS-CARD-IDX) - LB-USED-TOTAL.
           IF WS-EXPIRING > LB-BALANCE THEN
              MOVE LB-BALANCE TO WS-EXPIRING
           END-IF.
           IF WS-EXPIRING = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-EXPIRING FROM LB-BALANCE.
           ADD WS-EXPIRING TO LB-USED-TOTAL.
           REWRITE LOYALTY-BALANCE-RECORD.
           ADD 1 TO WS-EXPIRED-CARDS.
           ADD WS-EXPIRING TO WS-EXPIRED-POINTS.

           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE LB-CARD-NUMBER TO LL-CARD-NUMBER.
           MOVE WS-TODAY TO LL-DATE.
           MOVE 'EXPI' TO LL-TYPE.
           MOVE 'EXPI' TO LL-SOURCE.
           MOVE WS-EXPIRING TO LL-POINTS.
           MOVE 0 TO LL-AMOUNT.
           MOVE 0 TO LL-REF.
           MOVE LB-BALANCE TO LL-BALANCE.
           MOVE 0 TO LL-OPERATOR.
           WRITE LOYALTY-LEDGER-RECORD.

           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "EXPIRE carte " LB-CARD-NUMBER
              " client " LB-CUSTOMER-ID
              " points " WS-EXPIRING
              " reste " LB-BALANCE
              DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

       END PROGRAM LoyaltyExpiry.
