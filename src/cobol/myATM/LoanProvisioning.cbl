       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanProvisioning.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RECORDS ASSIGN TO WS-LOANMAST-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

      *  The arrears positions the billing batch keeps per loan.
           SELECT ARREARS-RECORDS ASSIGN TO '../../data/arrears.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-LOAN-ID
              FILE STATUS IS ARREARS-RECORDS-FS.

      *  The restructuring desk's trail of amendments and payment
      *  holidays.
           SELECT AMENDMENT-LOG ASSIGN TO '../../data/loanamend.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AMENDMENT-LOG-FS.

           SELECT ACCOUNT-BRANCHES ASSIGN TO
                 '../../data/acctbrch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AB-KEY
              FILE STATUS IS ACCOUNT-BRANCHES-FS.

      *  The coverage rate finance sets per stage, one line each:
      *  the stage, a space, then the percentage over five digits
      *  with two decimals (1 00100 is 1,00 % for stage 1).
           SELECT PROVISION-PARAMETERS ASSIGN TO
                 '../../data/provparm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROVISION-PARAMETERS-FS.

           SELECT LOAN-PROVISIONS ASSIGN TO '../../data/loanprov.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LP-LOAN-ID
              FILE STATUS IS LOAN-PROVISIONS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The last period the ledger closed.
           SELECT GL-CLOSED-PERIOD ASSIGN TO '../../data/glclose.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-CLOSED-FS.

      *  The provisioning report for finance: stage, branch and
      *  product, with the month's movement.
           SELECT PROVISION-REPORT ASSIGN TO '../../data/provrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD ARREARS-RECORDS.
       COPY "ARREARS.cpy".

       FD AMENDMENT-LOG.
       01 AMENDMENT-LOG-LINE PIC X(130).

       FD ACCOUNT-BRANCHES.
       01 ACCOUNT-BRANCH-RECORD.
           03 AB-KEY.
              05 AB-PIN PIC 9(4).
              05 AB-ACCT-NO PIC 9(2).
           03 AB-BRANCH PIC X(2).

       FD PROVISION-PARAMETERS.
       01 PROVISION-PARAMETER-RECORD.
           03 PP-STAGE PIC 9.
           03 FILLER PIC X.
           03 PP-COVERAGE-PCT PIC 9(3)V99.

       FD LOAN-PROVISIONS.
       COPY "LOANPROV.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD GL-CLOSED-PERIOD.
       01 GL-CLOSED-LINE PIC 9(6).

       FD PROVISION-REPORT.
       01 PROVISION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 LOAN-RECORDS-FS PIC XX.
       01 ARREARS-RECORDS-FS PIC XX.
       01 AMENDMENT-LOG-FS PIC XX.
       01 ACCOUNT-BRANCHES-FS PIC XX.
       01 PROVISION-PARAMETERS-FS PIC XX.
       01 LOAN-PROVISIONS-FS PIC XX.
       01 GL-CLOSED-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-PERIOD PIC 9(6).
       01 WS-CLOSED-PERIOD PIC 9(6) VALUE 0.

      *  Coverage per stage, in percent of the outstanding.
       01 WS-COVERAGE-TABLE.
           03 WS-COVERAGE-PCT PIC 9(3)V99 OCCURS 3 TIMES.
           03 WS-COVERAGE-SET PIC X OCCURS 3 TIMES.

      *  A restructured loan stays under watch for the two-year
      *  probation period after its last amendment.
       01 WS-PROBATION-DAYS PIC 9(4) VALUE 730.
       01 WS-AMENDMENT-AGE PIC S9(7).

      *  The amendment line as the restructuring desk writes it.
       01 WS-AMENDMENT-ROW.
           03 WS-AM-DATE PIC 9(8).
           03 FILLER PIC X.
           03 WS-AM-KIND PIC X(8).
           03 WS-AM-LOAN-TAG PIC X(6).
           03 WS-AM-LOAN-ID PIC 9(6).
           03 FILLER PIC X(101).

       01 WS-RESTRUCTURED-TABLE.
           03 WS-RESTRUCTURED-ID PIC 9(6) OCCURS 500 TIMES
                 INDEXED BY WS-RS-IDX.
       01 WS-RESTRUCTURED-COUNT PIC 9(3) VALUE 0.
       01 WS-CHECK-LOAN-ID PIC 9(6).

      *  Loans longer than this are housing loans; the rest are
      *  personal loans.
       01 WS-HOUSING-TERM-MONTHS PIC 9(4) VALUE 84.

       01 WS-DAYS-BEHIND PIC 9(5).
       01 WS-IS-RESTRUCTURED PIC X.
       01 WS-STAGE PIC 9.
       01 WS-BRANCH PIC X(2).
       01 WS-PRODUCT PIC X(4).
       01 WS-REQUIRED PIC 9(7)V99.
       01 WS-PREVIOUS PIC 9(7)V99.
       01 WS-MONTH-PRIOR PIC 9(7)V99.
       01 WS-MOVEMENT PIC S9(8)V99.
       01 WS-REGISTER-FOUND PIC X.

      *  Per stage, branch and product, for the report.
       01 WS-REPORT-TABLE.
           03 WS-REPORT-ENTRY OCCURS 90 TIMES
                 INDEXED BY WS-REPORT-IDX.
               05 WS-R-STAGE PIC 9.
               05 WS-R-BRANCH PIC X(2).
               05 WS-R-PRODUCT PIC X(4).
               05 WS-R-COUNT PIC 9(5).
               05 WS-R-OUTSTANDING PIC 9(11)V99.
               05 WS-R-PRIOR PIC 9(11)V99.
               05 WS-R-REQUIRED PIC 9(11)V99.
       01 WS-REPORT-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.

      *  Per branch, what goes to the ledger: the charge for the
      *  provisions raised and the release of those no longer
      *  needed, booked gross.
       01 WS-POSTING-TABLE.
           03 WS-POSTING-ENTRY OCCURS 10 TIMES
                 INDEXED BY WS-POSTING-IDX.
               05 WS-P-BRANCH PIC X(2).
               05 WS-P-CHARGE PIC 9(9)V99.
               05 WS-P-RELEASE PIC 9(9)V99.
       01 WS-POSTING-COUNT PIC 9(2) VALUE 0.
       01 WS-POSTING-TYPE PIC X(4).
       01 WS-POSTING-AMOUNT PIC 9(9)V99.
       01 WS-TRAN-REF PIC 9(8).

       01 WS-STAGE-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 WS-STAGE-OUTSTANDING PIC 9(11)V99 OCCURS 3 TIMES.
       01 WS-STAGE-PRIOR PIC 9(11)V99 OCCURS 3 TIMES.
       01 WS-STAGE-REQUIRED PIC 9(11)V99 OCCURS 3 TIMES.
       01 WS-STAGE-IDX PIC 9.
       01 WS-SETTLED-COUNT PIC 9(5) VALUE 0.
       01 WS-SETTLED-RELEASE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CHARGE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RELEASE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PRIOR PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-REQUIRED PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-2 PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-3 PIC Z(10)9,99.
       01 WS-MOVEMENT-EDIT PIC -Z(10)9,99.
       01 WS-PCT-EDIT PIC ZZ9,99.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-LOANMAST-PATH PIC X(100)
           VALUE "../../data/loanmast.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT "LOANMAST_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

      *    Provisions booked into a period the ledger has already
      *    closed would never reach its statements.
           PERFORM READ-CLOSED-PERIOD.
           IF WS-CLOSED-PERIOD > 0
                 AND WS-PERIOD <= WS-CLOSED-PERIOD THEN
              DISPLAY "Periode " WS-PERIOD " deja cloturee au grand "
                 "livre, provisionnement refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LOAD-COVERAGE-RATES.
           IF WS-COVERAGE-SET(1) NOT = 'Y'
                 OR WS-COVERAGE-SET(2) NOT = 'Y'
                 OR WS-COVERAGE-SET(3) NOT = 'Y' THEN
              DISPLAY "Taux de couverture incomplets dans "
                 "provparm.dat, provisionnement refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun pret, pas de provisionnement"
              STOP RUN
           END-IF.

           PERFORM LOAD-RESTRUCTURED-LOANS.
           OPEN INPUT ARREARS-RECORDS.
           OPEN INPUT ACCOUNT-BRANCHES.
           PERFORM OPEN-OR-CREATE-PROVISIONS.

           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > 3
              MOVE 0 TO WS-STAGE-COUNT(WS-STAGE-IDX)
              MOVE 0 TO WS-STAGE-OUTSTANDING(WS-STAGE-IDX)
              MOVE 0 TO WS-STAGE-PRIOR(WS-STAGE-IDX)
              MOVE 0 TO WS-STAGE-REQUIRED(WS-STAGE-IDX)
           END-PERFORM.

           PERFORM SCAN-ACTIVE-LOANS.
           PERFORM RELEASE-SETTLED-LOANS.

           CLOSE LOAN-RECORDS.
           IF ARREARS-RECORDS-FS = "00" THEN
              CLOSE ARREARS-RECORDS
           END-IF.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              CLOSE ACCOUNT-BRANCHES
           END-IF.
           CLOSE LOAN-PROVISIONS.

           PERFORM POST-MOVEMENTS.
           PERFORM WRITE-PROVISION-REPORT.

           DISPLAY "Provisionnement " WS-PERIOD " : dotations "
              WS-TOTAL-CHARGE ", reprises " WS-TOTAL-RELEASE.

           STOP RUN.

       READ-CLOSED-PERIOD.
           OPEN INPUT GL-CLOSED-PERIOD.
           IF GL-CLOSED-FS NOT = "00" THEN
              CLOSE GL-CLOSED-PERIOD
              EXIT PARAGRAPH
           END-IF.
           READ GL-CLOSED-PERIOD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE GL-CLOSED-LINE TO WS-CLOSED-PERIOD
           END-READ.
           CLOSE GL-CLOSED-PERIOD.

       LOAD-COVERAGE-RATES.
           MOVE SPACES TO WS-COVERAGE-SET(1) WS-COVERAGE-SET(2)
              WS-COVERAGE-SET(3).
           OPEN INPUT PROVISION-PARAMETERS.
           IF PROVISION-PARAMETERS-FS NOT = "00" THEN
              CLOSE PROVISION-PARAMETERS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROVISION-PARAMETERS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PP-STAGE >= 1 AND PP-STAGE <= 3
                          AND PP-COVERAGE-PCT IS NUMERIC
                          AND PP-COVERAGE-PCT <= 100 THEN
                       MOVE PP-COVERAGE-PCT
                          TO WS-COVERAGE-PCT(PP-STAGE)
                       MOVE 'Y' TO WS-COVERAGE-SET(PP-STAGE)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROVISION-PARAMETERS.

      *    Every loan amended inside the probation period, once.
       LOAD-RESTRUCTURED-LOANS.
           OPEN INPUT AMENDMENT-LOG.
           IF AMENDMENT-LOG-FS NOT = "00" THEN
              CLOSE AMENDMENT-LOG
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ AMENDMENT-LOG
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE AMENDMENT-LOG-LINE TO WS-AMENDMENT-ROW
                    IF WS-AM-DATE IS NUMERIC
                          AND WS-AM-LOAN-TAG = " pret="
                          AND WS-AM-LOAN-ID IS NUMERIC THEN
                       PERFORM NOTE-ONE-AMENDMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AMENDMENT-LOG.

       NOTE-ONE-AMENDMENT.
           COMPUTE WS-AMENDMENT-AGE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(WS-AM-DATE).
           IF WS-AMENDMENT-AGE > WS-PROBATION-DAYS THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AM-LOAN-ID TO WS-CHECK-LOAN-ID.
           PERFORM CHECK-RESTRUCTURED.
           IF WS-IS-RESTRUCTURED = 'N'
                 AND WS-RESTRUCTURED-COUNT < 500 THEN
              ADD 1 TO WS-RESTRUCTURED-COUNT
              MOVE WS-AM-LOAN-ID
                 TO WS-RESTRUCTURED-ID(WS-RESTRUCTURED-COUNT)
           END-IF.

       CHECK-RESTRUCTURED.
           MOVE 'N' TO WS-IS-RESTRUCTURED.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RESTRUCTURED-COUNT
              IF WS-RESTRUCTURED-ID(WS-RS-IDX)
                    = WS-CHECK-LOAN-ID THEN
                 MOVE 'Y' TO WS-IS-RESTRUCTURED
              END-IF
           END-PERFORM.

      *    loanprov.dat may not exist yet; the first month-end
      *    creates it.
       OPEN-OR-CREATE-PROVISIONS.
           OPEN I-O LOAN-PROVISIONS.
           IF LOAN-PROVISIONS-FS = "35" THEN
              OPEN OUTPUT LOAN-PROVISIONS
              CLOSE LOAN-PROVISIONS
              OPEN I-O LOAN-PROVISIONS
           END-IF.

       SCAN-ACTIVE-LOANS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO LN-ID.
           START LOAN-RECORDS KEY IS >= LN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-IS-ACTIVE AND LN-OUTSTANDING > 0 THEN
                       PERFORM PROVISION-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM.

      *    The stage follows the same arrears buckets the
      *    collections worklist uses: 90 days behind is default,
      *    30 days a significant increase in risk. A loan
      *    restructured inside its probation period is at least
      *    stage 2, and already in default from 30 days behind.
       PROVISION-ONE-LOAN.
           MOVE 0 TO WS-DAYS-BEHIND.
           IF ARREARS-RECORDS-FS = "00" THEN
              MOVE LN-ID TO AR-LOAN-ID
              READ ARREARS-RECORDS
                 NOT INVALID KEY
                    IF AR-IS-ACTIVE THEN
                       COMPUTE WS-DAYS-BEHIND =
                          FUNCTION INTEGER-OF-DATE(WS-TODAY)
                          - FUNCTION INTEGER-OF-DATE(
                             AR-FIRST-MISSED-DATE)
                    END-IF
              END-READ
           END-IF.

           MOVE LN-ID TO WS-CHECK-LOAN-ID.
           PERFORM CHECK-RESTRUCTURED.

           EVALUATE TRUE
              WHEN WS-DAYS-BEHIND >= 90
                 MOVE 3 TO WS-STAGE
              WHEN WS-DAYS-BEHIND >= 30
                    AND WS-IS-RESTRUCTURED = 'Y'
                 MOVE 3 TO WS-STAGE
              WHEN WS-DAYS-BEHIND >= 30
                 MOVE 2 TO WS-STAGE
              WHEN WS-IS-RESTRUCTURED = 'Y'
                 MOVE 2 TO WS-STAGE
              WHEN OTHER
                 MOVE 1 TO WS-STAGE
           END-EVALUATE.

           MOVE "00" TO WS-BRANCH.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              MOVE LN-PIN TO AB-PIN
              MOVE LN-ACCT-NO TO AB-ACCT-NO
              READ ACCOUNT-BRANCHES
                 NOT INVALID KEY
                    IF AB-BRANCH NOT = SPACES THEN
                       MOVE AB-BRANCH TO WS-BRANCH
                    END-IF
              END-READ
           END-IF.
           IF LN-TERM-MONTHS > WS-HOUSING-TERM-MONTHS THEN
              MOVE "IMMO" TO WS-PRODUCT
           ELSE
              MOVE "PERS" TO WS-PRODUCT
           END-IF.

           COMPUTE WS-REQUIRED ROUNDED =
              LN-OUTSTANDING * WS-COVERAGE-PCT(WS-STAGE) / 100.

           MOVE 'Y' TO WS-REGISTER-FOUND.
           MOVE LN-ID TO LP-LOAN-ID.
           READ LOAN-PROVISIONS
              INVALID KEY
                 MOVE 'N' TO WS-REGISTER-FOUND
           END-READ.
           IF WS-REGISTER-FOUND = 'Y' THEN
              MOVE LP-PROVISION TO WS-PREVIOUS
              IF LP-PERIOD = WS-PERIOD THEN
                 MOVE LP-PRIOR-PROVISION TO WS-MONTH-PRIOR
              ELSE
                 MOVE LP-PROVISION TO WS-MONTH-PRIOR
              END-IF
           ELSE
              MOVE 0 TO WS-PREVIOUS
              MOVE 0 TO WS-MONTH-PRIOR
           END-IF.

           MOVE LN-ID TO LP-LOAN-ID.
           MOVE LN-PIN TO LP-PIN.
           MOVE LN-ACCT-NO TO LP-ACCT-NO.
           MOVE WS-BRANCH TO LP-BRANCH.
           MOVE WS-PRODUCT TO LP-PRODUCT.
           MOVE WS-STAGE TO LP-STAGE.
           MOVE WS-DAYS-BEHIND TO LP-DAYS-BEHIND.
           MOVE WS-IS-RESTRUCTURED TO LP-RESTRUCTURED.
           MOVE LN-OUTSTANDING TO LP-OUTSTANDING.
           MOVE WS-COVERAGE-PCT(WS-STAGE) TO LP-COVERAGE-PCT.
           MOVE WS-REQUIRED TO LP-PROVISION.
           MOVE WS-MONTH-PRIOR TO LP-PRIOR-PROVISION.
           MOVE WS-PERIOD TO LP-PERIOD.
           IF WS-REGISTER-FOUND = 'Y' THEN
              REWRITE LOAN-PROVISION-RECORD
           ELSE
              WRITE LOAN-PROVISION-RECORD
           END-IF.

           COMPUTE WS-MOVEMENT = WS-REQUIRED - WS-PREVIOUS.
           PERFORM BOOK-MOVEMENT.
           PERFORM ACCUMULATE-REPORT-ENTRY.

      *    A loan no longer active (paid off, or gone from the
      *    portfolio) gives back whatever provision it still
      *    carries.
       RELEASE-SETTLED-LOANS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO LP-LOAN-ID.
           START LOAN-PROVISIONS KEY IS >= LP-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-PROVISIONS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LP-PERIOD NOT = WS-PERIOD
                          AND LP-PROVISION > 0 THEN
                       PERFORM RELEASE-ONE-PROVISION
                    END-IF
              END-READ
           END-PERFORM.

       RELEASE-ONE-PROVISION.
           MOVE LP-BRANCH TO WS-BRANCH.
           COMPUTE WS-MOVEMENT = 0 - LP-PROVISION.
           PERFORM BOOK-MOVEMENT.
           ADD 1 TO WS-SETTLED-COUNT.
           ADD LP-PROVISION TO WS-SETTLED-RELEASE.
           ADD LP-PROVISION TO WS-TOTAL-PRIOR.
           MOVE LP-PROVISION TO LP-PRIOR-PROVISION.
           MOVE 0 TO LP-PROVISION.
           MOVE 0 TO LP-OUTSTANDING.
           MOVE WS-PERIOD TO LP-PERIOD.
           REWRITE LOAN-PROVISION-RECORD.

       BOOK-MOVEMENT.
           IF WS-MOVEMENT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                 UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
              IF WS-P-BRANCH(WS-POSTING-IDX) = WS-BRANCH THEN
                 SET WS-FOUND-IDX TO WS-POSTING-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-POSTING-COUNT >= 10 THEN
                 DISPLAY "Trop d'agences, agence " WS-BRANCH
                    " comptee avec l'agence " WS-P-BRANCH(1)
                 MOVE 1 TO WS-FOUND-IDX
              ELSE
                 ADD 1 TO WS-POSTING-COUNT
                 MOVE WS-POSTING-COUNT TO WS-FOUND-IDX
                 SET WS-POSTING-IDX TO WS-FOUND-IDX
                 MOVE WS-BRANCH TO WS-P-BRANCH(WS-POSTING-IDX)
                 MOVE 0 TO WS-P-CHARGE(WS-POSTING-IDX)
                 MOVE 0 TO WS-P-RELEASE(WS-POSTING-IDX)
              END-IF
           END-IF.
           SET WS-POSTING-IDX TO WS-FOUND-IDX.
           IF WS-MOVEMENT > 0 THEN
              ADD WS-MOVEMENT TO WS-P-CHARGE(WS-POSTING-IDX)
              ADD WS-MOVEMENT TO WS-TOTAL-CHARGE
           ELSE
              SUBTRACT WS-MOVEMENT FROM WS-P-RELEASE(WS-POSTING-IDX)
              SUBTRACT WS-MOVEMENT FROM WS-TOTAL-RELEASE
           END-IF.

       ACCUMULATE-REPORT-ENTRY.
           ADD 1 TO WS-STAGE-COUNT(WS-STAGE).
           ADD LN-OUTSTANDING TO WS-STAGE-OUTSTANDING(WS-STAGE).
           ADD WS-MONTH-PRIOR TO WS-STAGE-PRIOR(WS-STAGE).
           ADD WS-REQUIRED TO WS-STAGE-REQUIRED(WS-STAGE).
           ADD WS-MONTH-PRIOR TO WS-TOTAL-PRIOR.
           ADD WS-REQUIRED TO WS-TOTAL-REQUIRED.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                 UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
              IF WS-R-STAGE(WS-REPORT-IDX) = WS-STAGE
                    AND WS-R-BRANCH(WS-REPORT-IDX) = WS-BRANCH
                    AND WS-R-PRODUCT(WS-REPORT-IDX) = WS-PRODUCT THEN
                 SET WS-FOUND-IDX TO WS-REPORT-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-REPORT-COUNT >= 90 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-REPORT-COUNT
              MOVE WS-REPORT-COUNT TO WS-FOUND-IDX
              SET WS-REPORT-IDX TO WS-FOUND-IDX
              MOVE WS-STAGE TO WS-R-STAGE(WS-REPORT-IDX)
              MOVE WS-BRANCH TO WS-R-BRANCH(WS-REPORT-IDX)
              MOVE WS-PRODUCT TO WS-R-PRODUCT(WS-REPORT-IDX)
              MOVE 0 TO WS-R-COUNT(WS-REPORT-IDX)
              MOVE 0 TO WS-R-OUTSTANDING(WS-REPORT-IDX)
              MOVE 0 TO WS-R-PRIOR(WS-REPORT-IDX)
              MOVE 0 TO WS-R-REQUIRED(WS-REPORT-IDX)
           END-IF.
           SET WS-REPORT-IDX TO WS-FOUND-IDX.
           ADD 1 TO WS-R-COUNT(WS-REPORT-IDX).
           ADD LN-OUTSTANDING TO WS-R-OUTSTANDING(WS-REPORT-IDX).
           ADD WS-MONTH-PRIOR TO WS-R-PRIOR(WS-REPORT-IDX).
           ADD WS-REQUIRED TO WS-R-REQUIRED(WS-REPORT-IDX).

      *    Only the movement reaches the ledger, gross per branch:
      *    PRVD charges the provisions raised, PRVR releases the
      *    ones no longer needed. Bank-side rows, no customer
      *    balance behind them.
       POST-MOVEMENTS.
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                 UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
              IF WS-P-CHARGE(WS-POSTING-IDX) > 0 THEN
                 MOVE "PRVD" TO WS-POSTING-TYPE
                 MOVE WS-P-CHARGE(WS-POSTING-IDX)
                    TO WS-POSTING-AMOUNT
                 PERFORM WRITE-PROVISION-TRANLOG
              END-IF
              IF WS-P-RELEASE(WS-POSTING-IDX) > 0 THEN
                 MOVE "PRVR" TO WS-POSTING-TYPE
                 MOVE WS-P-RELEASE(WS-POSTING-IDX)
                    TO WS-POSTING-AMOUNT
                 PERFORM WRITE-PROVISION-TRANLOG
              END-IF
           END-PERFORM.

       WRITE-PROVISION-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE WS-POSTING-TYPE TO TL-TYPE.
           MOVE WS-POSTING-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE WS-P-BRANCH(WS-POSTING-IDX) TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-PROVISION-REPORT.
           OPEN OUTPUT PROVISION-REPORT.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "PROVISIONS SUR PRETS - PERIODE " WS-PERIOD
              " - ARRETE DU " WS-TODAY
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "ET AG PROD NB           ENCOURS"
              "     PROVISION M-1  PROVISION REQUISE"
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.

           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > 3
              PERFORM WRITE-ONE-STAGE
           END-PERFORM.

           MOVE SPACES TO PROVISION-REPORT-LINE.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-SETTLED-RELEASE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "PRETS SORTIS DU PORTEFEUILLE : " WS-SETTLED-COUNT
              " reprise " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-PRIOR TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-REQUIRED TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "TOTAL PROVISION M-1 " WS-AMOUNT-EDIT
              " REQUISE " WS-AMOUNT-EDIT-2
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-RELEASE TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "PASSE AU GRAND LIVRE CE JOUR : DOTATIONS "
              WS-AMOUNT-EDIT " REPRISES " WS-AMOUNT-EDIT-2
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           CLOSE PROVISION-REPORT.

       WRITE-ONE-STAGE.
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                 UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
              IF WS-R-STAGE(WS-REPORT-IDX) = WS-STAGE-IDX THEN
                 MOVE WS-R-OUTSTANDING(WS-REPORT-IDX)
                    TO WS-AMOUNT-EDIT
                 MOVE WS-R-PRIOR(WS-REPORT-IDX) TO WS-AMOUNT-EDIT-2
                 MOVE WS-R-REQUIRED(WS-REPORT-IDX)
                    TO WS-AMOUNT-EDIT-3
                 MOVE SPACES TO PROVISION-REPORT-LINE
                 STRING WS-STAGE-IDX "  "
                    WS-R-BRANCH(WS-REPORT-IDX) " "
                    WS-R-PRODUCT(WS-REPORT-IDX) " "
                    WS-R-COUNT(WS-REPORT-IDX) " "
                    WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                    WS-AMOUNT-EDIT-3
                    DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
                 END-STRING
                 WRITE PROVISION-REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE WS-STAGE-OUTSTANDING(WS-STAGE-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-STAGE-PRIOR(WS-STAGE-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE WS-STAGE-REQUIRED(WS-STAGE-IDX) TO WS-AMOUNT-EDIT-3.
           MOVE WS-COVERAGE-PCT(WS-STAGE-IDX) TO WS-PCT-EDIT.
           COMPUTE WS-MOVEMENT = WS-STAGE-REQUIRED(WS-STAGE-IDX)
              - WS-STAGE-PRIOR(WS-STAGE-IDX).
           MOVE WS-MOVEMENT TO WS-MOVEMENT-EDIT.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "   TOTAL ETAPE " WS-STAGE-IDX " (" WS-PCT-EDIT
              "%) " WS-STAGE-COUNT(WS-STAGE-IDX) " "
              WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
              WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "   VARIATION DU MOIS ETAPE " WS-STAGE-IDX " : "
              WS-MOVEMENT-EDIT
              DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.

       END PROGRAM LoanProvisioning.
