           SELECT GL-RETAINED ASSIGN TO '../../data/glretained.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Each balance-sheet account's balance at the period end,
      *  for the returns that must agree with the ledger.
           SELECT GL-BALANCES ASSIGN TO '../../data/glbalance.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The suspense register: a period does not close over items
      *  nobody has cleared for too long.
           SELECT SUSPENSE-ITEMS ASSIGN TO '../../data/suspitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-ID
              FILE STATUS IS SUSPENSE-ITEMS-FS.

       DATA DIVISION.

       FILE SECTION.
           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       FD GL-STATEMENTS.
       01 GL-STATEMENT-LINE PIC X(90).
       FD GL-RETAINED.
       01 GL-RETAINED-LINE PIC X(40).

       FD GL-BALANCES.
       COPY "GLBAL.cpy".

       FD SUSPENSE-ITEMS.
       COPY "SUSPITEM.cpy".

       WORKING-STORAGE SECTION.

       01 GL-PERIOD-FS PIC XX.
       01 SUSPENSE-ITEMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-RAW PIC X(6) VALUE SPACES.

      *  The oldest a suspense item may be, in days, for the close
      *  to go ahead; overridable by finance.
       01 WS-SUSP-MAX-DAYS PIC 9(4) VALUE 90.
       01 WS-SUSP-MAX-RAW PIC X(4) VALUE SPACES.
       01 WS-SUSP-AGE PIC 9(5).
       01 WS-SUSP-OVERDUE PIC 9(5) VALUE 0.

      *  Per-branch, per-account accumulation for the period, the
      *  same find-or-add style the nightly trial balance uses.
       01 WS-CLOSE-TABLE.
       01 WS-AMOUNT-EDIT PIC -9(11),99.
       01 WS-ACCOUNT-CLASS PIC 9.

      *  Classes 1 and 2 from the first posting to the period end,
      *  all branches together.
       01 WS-BALANCE-TABLE.
           03 WS-BALANCE-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-BALANCE-IDX.
               05 WS-G-ACCOUNT PIC 9(6).
               05 WS-G-DEBITS PIC 9(11)V99.
               05 WS-G-CREDITS PIC 9(11)V99.
       01 WS-BALANCE-COUNT PIC 9(3) VALUE 0.
       01 WS-BALANCE-FOUND PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE WS-PERIOD-RAW TO WS-PERIOD
           END-IF.

           ACCEPT WS-SUSP-MAX-RAW FROM ENVIRONMENT "SUSP_MAX_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-SUSP-MAX-RAW IS NUMERIC THEN
              MOVE WS-SUSP-MAX-RAW TO WS-SUSP-MAX-DAYS
           END-IF.

           PERFORM COUNT-OVERDUE-SUSPENSE.
           IF WS-SUSP-OVERDUE > 0 THEN
              DISPLAY "CLOTURE REFUSEE : " WS-SUSP-OVERDUE
                 " element(s) en suspens depuis plus de "
                 WS-SUSP-MAX-DAYS " jours"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT GL-PERIOD-FILE.
           IF GL-PERIOD-FS NOT = "00" THEN
              DISPLAY "Aucune ecriture de periode, pas de cloture"
           CLOSE GL-STATEMENTS.

           PERFORM RECORD-CLOSED-PERIOD.
           PERFORM WRITE-PERIOD-BALANCES.

           DISPLAY "Cloture de la periode " WS-PERIOD
              " : resultat " WS-TOTAL-RESULT.

           STOP RUN.

      *    Ages are counted to today, not to the period end: the
      *    close is what is being held up.
       COUNT-OVERDUE-SUSPENSE.
           OPEN INPUT SUSPENSE-ITEMS.
           IF SUSPENSE-ITEMS-FS NOT = "00" THEN
              CLOSE SUSPENSE-ITEMS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SU-ID.
           START SUSPENSE-ITEMS KEY IS > SU-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUSPENSE-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SU-IS-OPEN AND SU-DATE IS NUMERIC
                          AND SU-DATE > 0 AND SU-DATE < WS-TODAY THEN
                       COMPUTE WS-SUSP-AGE =
                          FUNCTION INTEGER-OF-DATE(WS-TODAY)
                          - FUNCTION INTEGER-OF-DATE(SU-DATE)
                       IF WS-SUSP-AGE > WS-SUSP-MAX-DAYS THEN
                          ADD 1 TO WS-SUSP-OVERDUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUSPENSE-ITEMS.
           MOVE 'N' TO WS-EOF.

       LOAD-PERIOD-POSTINGS.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-PERIOD-FILE
                    IF GP-DATE(1:6) = WS-PERIOD THEN
                       PERFORM ACCUMULATE-ONE-POSTING
                    END-IF
                    IF GP-DATE(1:6) NOT > WS-PERIOD THEN
                       PERFORM ACCUMULATE-ONE-BALANCE
                    END-IF
              END-READ
           END-PERFORM.

              ADD GP-AMOUNT TO WS-K-CREDITS(WS-CLOSE-IDX)
           END-IF.

       ACCUMULATE-ONE-BALANCE.
           DIVIDE GP-ACCOUNT BY 100000 GIVING WS-ACCOUNT-CLASS.
           IF WS-ACCOUNT-CLASS = 0 OR WS-ACCOUNT-CLASS > 2 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BALANCE-FOUND.
           PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
                 UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
              IF WS-G-ACCOUNT(WS-BALANCE-IDX) = GP-ACCOUNT THEN
                 SET WS-BALANCE-FOUND TO WS-BALANCE-IDX
              END-IF
           END-PERFORM.
           IF WS-BALANCE-FOUND = 0 THEN
              IF WS-BALANCE-COUNT >= 100 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-BALANCE-COUNT
              MOVE WS-BALANCE-COUNT TO WS-BALANCE-FOUND
              MOVE GP-ACCOUNT TO WS-G-ACCOUNT(WS-BALANCE-FOUND)
              MOVE 0 TO WS-G-DEBITS(WS-BALANCE-FOUND)
              MOVE 0 TO WS-G-CREDITS(WS-BALANCE-FOUND)
           END-IF.
           IF GP-SIDE = 'D' THEN
              ADD GP-AMOUNT TO WS-G-DEBITS(WS-BALANCE-FOUND)
           ELSE
              ADD GP-AMOUNT TO WS-G-CREDITS(WS-BALANCE-FOUND)
           END-IF.

       NOTE-BRANCH-SEEN.
           MOVE 'N' TO WS-BRANCH-SEEN.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
           WRITE GL-RETAINED-LINE.
           CLOSE GL-RETAINED.

      *    Rewritten at each close: the file always holds the
      *    period last closed.
       WRITE-PERIOD-BALANCES.
           OPEN OUTPUT GL-BALANCES.
           PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
                 UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
              MOVE SPACES TO GL-BALANCE-RECORD
              MOVE WS-PERIOD TO GB-PERIOD
              MOVE WS-G-ACCOUNT(WS-BALANCE-IDX) TO GB-ACCOUNT
              IF WS-G-DEBITS(WS-BALANCE-IDX)
                    NOT < WS-G-CREDITS(WS-BALANCE-IDX) THEN
                 MOVE 'D' TO GB-SIDE
                 COMPUTE GB-BALANCE = WS-G-DEBITS(WS-BALANCE-IDX)
                    - WS-G-CREDITS(WS-BALANCE-IDX)
              ELSE
                 MOVE 'C' TO GB-SIDE
                 COMPUTE GB-BALANCE = WS-G-CREDITS(WS-BALANCE-IDX)
                    - WS-G-DEBITS(WS-BALANCE-IDX)
              END-IF
              WRITE GL-BALANCE-RECORD
           END-PERFORM.
           CLOSE GL-BALANCES.

       END PROGRAM GlMonthEndClose.
