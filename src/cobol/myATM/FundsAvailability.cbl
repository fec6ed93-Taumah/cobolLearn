              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

      *  Balances pledged as security for a loan: the pledged
      *  amount stays out of reach until the loan is repaid.
           SELECT COLLATERAL-RECORDS ASSIGN TO WS-COLLATERAL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

      *  Accounts held by minors: above the pocket-money
      *  threshold the caller must obtain the guardian's
      *  authorization before moving anything.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD MINOR-CONTROLS.
       COPY "MINORREC.cpy".

       01 BANK-RECORDS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 MINOR-CONTROLS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-HELD-AMOUNT PIC 9(7)V99.
       01 WS-OD-LIMIT PIC 9(7)V99.
       01 WS-OD-STATUS PIC 9.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-COLLATERAL-PATH PIC X(100)
           VALUE "../../data/collateral.dat".

       LINKAGE SECTION.

       01 PIN-IN PIC 9(4).
       01 ACCT-NO-IN PIC 9(2).
       01 AMOUNT-IN PIC 9(5)V99.
      *    The balance plus the arranged overdraft line, minus any
      *    active legal hold and any balance pledged to a loan.
      *    Uncleared cheque deposits sit in the
      *    pending-item file, outside the balance, so they never
      *    count as available here.
       01 AVAILABLE-OUT PIC S9(8)V99.
      *    0 = the amount is available; 1 = account unknown;
      *    2 = account not active; 3 = available funds short of
      *    the amount; 4 = available, but a minor's account above
           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-COLLATERAL-PATH FROM ENVIRONMENT
              "COLLATERAL_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO AVAILABLE-OUT.
           END-IF.

           PERFORM FETCH-HELD-AMOUNT.
           PERFORM ADD-PLEDGED-AMOUNT.
           CALL "GetOverdraftLimit" USING BY REFERENCE PIN-IN
              ACCT-NO-IN WS-OD-LIMIT WS-OD-STATUS.

           END-READ.
           CLOSE FREEZE-RECORDS.

      *    Every active savings pledge on the account adds to the
      *    held portion; a pledged deposit is blocked on the
      *    deposit itself, not here.
       ADD-PLEDGED-AMOUNT.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE PIN-IN TO CL-PIN.
           MOVE ACCT-NO-IN TO CL-ACCT-NO.
           START COLLATERAL-RECORDS KEY IS = CL-ACCOUNT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-PIN NOT = PIN-IN
                          OR CL-ACCT-NO NOT = ACCT-NO-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-SAVINGS THEN
                          ADD CL-VALUATION TO WS-HELD-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       CHECK-MINOR-THRESHOLD.
           OPEN INPUT MINOR-CONTROLS.
           IF MINOR-CONTROLS-FS NOT = "00" THEN
