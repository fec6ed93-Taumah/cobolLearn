       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

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

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT STANDING-ORDERS ASSIGN TO '../../data/standord.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-ID
              FILE STATUS IS STANDING-ORDERS-FS.

           SELECT SWEEP-INSTRUCTIONS ASSIGN TO '../../data/sweep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-KEY
              FILE STATUS IS SWEEP-INSTRUCTIONS-FS.

           SELECT OVERDRAFT-RECORDS ASSIGN TO
                 '../../data/overdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OD-KEY
              FILE STATUS IS OVERDRAFT-RECORDS-FS.

           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

           SELECT MANDATE-RECORDS ASSIGN TO '../../data/mandate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-ID
              FILE STATUS IS MANDATE-RECORDS-FS.

           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

      *  A customer with an estate case on file is deceased,
      *  whatever stage the case has reached.
           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

      *  One line per broken link, then one total line per rule,
      *  for the operator to work through before the day opens.
           SELECT INTEGRITY-REPORT ASSIGN TO
                 '../../data/integrity.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD CARD-RECORDS.
       COPY "CARDREC.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD STANDING-ORDERS.
       COPY "STANDORD.cpy".

       FD SWEEP-INSTRUCTIONS.
       COPY "SWEEPREC.cpy".

       FD OVERDRAFT-RECORDS.
       COPY "ODLIMIT.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD MANDATE-RECORDS.
       COPY "MANDATREC.cpy".

       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       FD INTEGRITY-REPORT.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 STANDING-ORDERS-FS PIC XX.
       01 SWEEP-INSTRUCTIONS-FS PIC XX.
       01 OVERDRAFT-RECORDS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 MANDATE-RECORDS-FS PIC XX.
       01 PROXY-RECORDS-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 WS-CUSTMAST-PRESENT PIC X VALUE 'N'.
       01 WS-ESTATE-PRESENT PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The rules, in report order: a code, the short name the
      *  run-control row carries, and whether a break stops the
      *  night chain. A rule is critical when a later step would
      *  move money on the strength of the broken link: a standing
      *  order or sweep paying into a dead account, a loan billed
      *  against a closed one, a debit pulled or a proxy acting on
      *  a deceased customer's account.
       01 WS-RULE-DEFINITIONS.
           03 FILLER PIC X(20) VALUE "R01CARTE-CLIENT    N".
           03 FILLER PIC X(20) VALUE "R02COMPTE-CLIENT   N".
           03 FILLER PIC X(20) VALUE "R03PRET-COMPTE     O".
           03 FILLER PIC X(20) VALUE "R04ORDRE-SOURCE    N".
           03 FILLER PIC X(20) VALUE "R05ORDRE-DEST      O".
           03 FILLER PIC X(20) VALUE "R06ECRETAGE-COMPTE O".
           03 FILLER PIC X(20) VALUE "R07DECOUVERT-CLOS  N".
           03 FILLER PIC X(20) VALUE "R08GEL-CLOS        N".
           03 FILLER PIC X(20) VALUE "R09PRELEV-DECEDE   O".
           03 FILLER PIC X(20) VALUE "R10PROCUR-DECEDE   O".
       01 WS-RULE-TABLE REDEFINES WS-RULE-DEFINITIONS.
           03 WS-RULE-ENTRY OCCURS 10 TIMES.
               05 WS-RULE-CODE PIC X(3).
               05 WS-RULE-NAME PIC X(16).
               05 WS-RULE-CRITICAL PIC X.
       01 RULE-COUNT PIC 9(2) VALUE 10.

      *  What each rule looked at and how many of those broke.
       01 WS-RULE-TOTALS.
           03 WS-RULE-TOTAL OCCURS 10 TIMES.
               05 WS-RULE-CHECKED PIC 9(7).
               05 WS-RULE-BROKEN PIC 9(7).
               05 WS-RULE-SKIPPED PIC X.
       01 WS-RULE-IDX PIC 9(2).

       01 WS-EXCEPTION-DETAIL PIC X(40).
       01 WS-EXCEPTION-CAUSE PIC X(6) VALUE SPACES.
       01 WS-TOTAL-BROKEN PIC 9(7) VALUE 0.
       01 WS-CRITICAL-BROKEN PIC 9(7) VALUE 0.

      *  Outcome of the lookups the rules share.
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-ACCOUNT-STATE PIC X.
           88 WS-ACCOUNT-MISSING VALUE 'M'.
           88 WS-ACCOUNT-IS-CLOSED VALUE 'C'.
           88 WS-ACCOUNT-IS-OPEN VALUE 'O'.
       01 WS-LOOKUP-CUSTOMER PIC 9(4).
       01 WS-CUSTOMER-KNOWN PIC X.
       01 WS-CUSTOMER-DECEASED PIC X.

      *  One run-control row per rule: read is what the rule
      *  checked, written what passed it. A critical rule promises
      *  to balance, so a single break halts the driver.
       01 WS-STEP-NAME PIC X(20).
       01 WS-RC-READ PIC 9(7).
       01 WS-RC-WRITTEN PIC 9(7).
       01 WS-RC-HASH PIC 9(11)V99 VALUE 0.
       01 WS-MUST-BALANCE PIC X.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS = "35" THEN
              DISPLAY "Aucun compte a controler, fichier absent"
              STOP RUN
           END-IF.

           INITIALIZE WS-RULE-TOTALS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > RULE-COUNT
              MOVE 'N' TO WS-RULE-SKIPPED(WS-RULE-IDX)
           END-PERFORM.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTMAST-PRESENT
           END-IF.
           OPEN INPUT ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-ESTATE-PRESENT
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROLE D'INTEGRITE DES FICHIERS MAITRES "
              WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CHECK-CARDS.
           PERFORM CHECK-ACCOUNTS.
           PERFORM CHECK-LOANS.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-SWEEPS.
           PERFORM CHECK-OVERDRAFTS.
           PERFORM CHECK-FREEZES.
           PERFORM CHECK-MANDATES.
           PERFORM CHECK-PROXIES.

           PERFORM WRITE-RULE-TOTALS
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > RULE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL ANOMALIES=" WS-TOTAL-BROKEN
              " DONT CRITIQUES=" WS-CRITICAL-BROKEN
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE BANK-RECORDS.
           IF WS-CUSTMAST-PRESENT = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-ESTATE-PRESENT = 'Y' THEN
              CLOSE ESTATE-RECORDS
           END-IF.
           CLOSE INTEGRITY-REPORT.

           DISPLAY "Controle d'integrite termine : " WS-TOTAL-BROKEN
              " anomalie(s) dont " WS-CRITICAL-BROKEN " critique(s)".
           STOP RUN.

      *    R01: every card must point at a customer on the master;
      *    a card with no owner still opens someone's accounts.
       CHECK-CARDS.
           MOVE 1 TO WS-RULE-IDX.
           IF WS-CUSTMAST-PRESENT NOT = 'Y' THEN
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CARD-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RULE-CHECKED(1)
                    MOVE CARD-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                    PERFORM LOOKUP-CUSTOMER
                    IF WS-CUSTOMER-KNOWN = 'N' THEN
                       MOVE SPACES TO WS-EXCEPTION-DETAIL
                       STRING "carte " CARD-NUMBER " client "
                          CARD-CUSTOMER-ID " inconnu"
                          DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-RECORDS.

      *    R02: every account must belong to a customer on the
      *    master.
       CHECK-ACCOUNTS.
           MOVE 2 TO WS-RULE-IDX.
           IF WS-CUSTMAST-PRESENT NOT = 'Y' THEN
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RULE-CHECKED(2)
                    MOVE RCD-PIN TO WS-LOOKUP-CUSTOMER
                    PERFORM LOOKUP-CUSTOMER
                    IF WS-CUSTOMER-KNOWN = 'N' THEN
                       MOVE SPACES TO WS-EXCEPTION-DETAIL
                       STRING "compte " RCD-PIN "-" RCD-ACCT-NO
                          " client inconnu"
                          DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                    END-IF
              END-READ
           END-PERFORM.

      *    R03: a loan still being billed must sit on an open
      *    account.
       CHECK-LOANS.
           MOVE 3 TO WS-RULE-IDX.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-IS-ACTIVE THEN
                       ADD 1 TO WS-RULE-CHECKED(3)
                       MOVE LN-PIN TO WS-LOOKUP-PIN
                       MOVE LN-ACCT-NO TO WS-LOOKUP-ACCT-NO
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT WS-ACCOUNT-IS-OPEN THEN
                          MOVE SPACES TO WS-EXCEPTION-DETAIL
                          STRING "pret " LN-ID " compte " LN-PIN
                             "-" LN-ACCT-NO
                             DELIMITED BY SIZE
                             INTO WS-EXCEPTION-DETAIL
                          PERFORM WRITE-ACCOUNT-EXCEPTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

      *    R04 and R05: an active standing order needs an open
      *    account to pay from and, when the payee banks with us,
      *    an open account to pay into. A payee at another bank
      *    is the outward queue's business, not ours.
       CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS.
           IF STANDING-ORDERS-FS NOT = "00" THEN
              CLOSE STANDING-ORDERS
              MOVE 4 TO WS-RULE-IDX
              PERFORM MARK-RULE-SKIPPED
              MOVE 5 TO WS-RULE-IDX
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STANDING-ORDERS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SO-IS-ACTIVE THEN
                       PERFORM CHECK-ONE-STANDING-ORDER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STANDING-ORDERS.

       CHECK-ONE-STANDING-ORDER.
           MOVE 4 TO WS-RULE-IDX.
           ADD 1 TO WS-RULE-CHECKED(4).
           MOVE SO-PIN TO WS-LOOKUP-PIN.
           MOVE SO-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-IS-OPEN THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "ordre " SO-ID " source " SO-PIN
                 "-" SO-ACCT-NO
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF.

           IF SO-DEST-IBAN NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO WS-RULE-IDX.
           ADD 1 TO WS-RULE-CHECKED(5).
           MOVE SO-DEST-PIN TO WS-LOOKUP-PIN.
           MOVE SO-DEST-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-IS-OPEN THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "ordre " SO-ID " vers " SO-DEST-PIN
                 "-" SO-DEST-ACCT-NO
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF.

      *    R06: an active sweep moves money between two of the
      *    customer's accounts; both ends must be open.
       CHECK-SWEEPS.
           MOVE 6 TO WS-RULE-IDX.
           OPEN INPUT SWEEP-INSTRUCTIONS.
           IF SWEEP-INSTRUCTIONS-FS NOT = "00" THEN
              CLOSE SWEEP-INSTRUCTIONS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SWEEP-INSTRUCTIONS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SW-IS-ACTIVE THEN
                       PERFORM CHECK-ONE-SWEEP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SWEEP-INSTRUCTIONS.

       CHECK-ONE-SWEEP.
           ADD 1 TO WS-RULE-CHECKED(6).
           MOVE SW-PIN TO WS-LOOKUP-PIN.
           MOVE SW-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-IS-OPEN THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "ecretage source " SW-PIN "-" SW-ACCT-NO
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-ACCOUNT-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE SW-DEST-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-IS-OPEN THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "ecretage " SW-PIN "-" SW-ACCT-NO
                 " vers " SW-PIN "-" SW-DEST-ACCT-NO
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF.

      *    R07: an overdraft line left active on a closed or
      *    vanished account.
       CHECK-OVERDRAFTS.
           MOVE 7 TO WS-RULE-IDX.
           OPEN INPUT OVERDRAFT-RECORDS.
           IF OVERDRAFT-RECORDS-FS NOT = "00" THEN
              CLOSE OVERDRAFT-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ OVERDRAFT-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OD-IS-ACTIVE THEN
                       ADD 1 TO WS-RULE-CHECKED(7)
                       MOVE OD-PIN TO WS-LOOKUP-PIN
                       MOVE OD-ACCT-NO TO WS-LOOKUP-ACCT-NO
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT WS-ACCOUNT-IS-OPEN THEN
                          MOVE SPACES TO WS-EXCEPTION-DETAIL
                          STRING "decouvert " OD-PIN "-" OD-ACCT-NO
                             DELIMITED BY SIZE
                             INTO WS-EXCEPTION-DETAIL
                          PERFORM WRITE-ACCOUNT-EXCEPTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OVERDRAFT-RECORDS.

      *    R08: a legal hold left active on a closed or vanished
      *    account.
       CHECK-FREEZES.
           MOVE 8 TO WS-RULE-IDX.
           OPEN INPUT FREEZE-RECORDS.
           IF FREEZE-RECORDS-FS NOT = "00" THEN
              CLOSE FREEZE-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FREEZE-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FZ-IS-ACTIVE THEN
                       ADD 1 TO WS-RULE-CHECKED(8)
                       MOVE FZ-PIN TO WS-LOOKUP-PIN
                       MOVE FZ-ACCT-NO TO WS-LOOKUP-ACCT-NO
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT WS-ACCOUNT-IS-OPEN THEN
                          MOVE SPACES TO WS-EXCEPTION-DETAIL
                          STRING "gel " FZ-PIN "-" FZ-ACCT-NO
                             " " FZ-REASON-CODE
                             DELIMITED BY SIZE
                             INTO WS-EXCEPTION-DETAIL
                          PERFORM WRITE-ACCOUNT-EXCEPTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FREEZE-RECORDS.

      *    R09: a direct-debit mandate still active on a deceased
      *    customer's account.
       CHECK-MANDATES.
           MOVE 9 TO WS-RULE-IDX.
           IF WS-ESTATE-PRESENT NOT = 'Y' THEN
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MANDATE-RECORDS.
           IF MANDATE-RECORDS-FS NOT = "00" THEN
              CLOSE MANDATE-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ MANDATE-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF MD-IS-ACTIVE THEN
                       ADD 1 TO WS-RULE-CHECKED(9)
                       MOVE MD-PIN TO WS-LOOKUP-CUSTOMER
                       PERFORM LOOKUP-ESTATE
                       IF WS-CUSTOMER-DECEASED = 'Y' THEN
                          MOVE SPACES TO WS-EXCEPTION-DETAIL
                          STRING "mandat " MD-ID " client " MD-PIN
                             " decede " MD-CREDITOR-ID
                             DELIMITED BY SIZE
                             INTO WS-EXCEPTION-DETAIL
                          PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANDATE-RECORDS.

      *    R10: a power of attorney still active when either the
      *    account holder or the proxy has died; the estate desk
      *    should have ended it.
       CHECK-PROXIES.
           MOVE 10 TO WS-RULE-IDX.
           IF WS-ESTATE-PRESENT NOT = 'Y' THEN
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              CLOSE PROXY-RECORDS
              PERFORM MARK-RULE-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-IS-ACTIVE THEN
                       PERFORM CHECK-ONE-PROXY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROXY-RECORDS.

       CHECK-ONE-PROXY.
           ADD 1 TO WS-RULE-CHECKED(10).
           MOVE PX-PIN TO WS-LOOKUP-CUSTOMER.
           PERFORM LOOKUP-ESTATE.
           IF WS-CUSTOMER-DECEASED = 'Y' THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "procuration " PX-PIN "-" PX-ACCT-NO
                 " titulaire decede"
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE PX-PROXY-ID TO WS-LOOKUP-CUSTOMER.
           PERFORM LOOKUP-ESTATE.
           IF WS-CUSTOMER-DECEASED = 'Y' THEN
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING "procuration " PX-PIN "-" PX-ACCT-NO
                 " mandataire " PX-PROXY-ID " decede"
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-KNOWN.
           MOVE WS-LOOKUP-CUSTOMER TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-KNOWN
           END-READ.

       LOOKUP-ESTATE.
           MOVE 'N' TO WS-CUSTOMER-DECEASED.
           MOVE WS-LOOKUP-CUSTOMER TO ES-CM-ID.
           READ ESTATE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-DECEASED
           END-READ.

       LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-PIN TO RCD-PIN.
           MOVE WS-LOOKUP-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'M' TO WS-ACCOUNT-STATE
              NOT INVALID KEY
                 IF RCD-CLOSED THEN
                    MOVE 'C' TO WS-ACCOUNT-STATE
                 ELSE
                    MOVE 'O' TO WS-ACCOUNT-STATE
                 END-IF
           END-READ.

      *    The detail names the row; the account lookup says why.
       WRITE-ACCOUNT-EXCEPTION.
           IF WS-ACCOUNT-MISSING THEN
              MOVE "absent" TO WS-EXCEPTION-CAUSE
           ELSE
              MOVE "clos" TO WS-EXCEPTION-CAUSE
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-RULE-BROKEN(WS-RULE-IDX).
           ADD 1 TO WS-TOTAL-BROKEN.
           IF WS-RULE-CRITICAL(WS-RULE-IDX) = 'O' THEN
              ADD 1 TO WS-CRITICAL-BROKEN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RULE-CODE(WS-RULE-IDX) " "
              WS-RULE-NAME(WS-RULE-IDX) " "
              DELIMITED BY SIZE
              WS-EXCEPTION-DETAIL DELIMITED BY "  "
              " " WS-EXCEPTION-CAUSE DELIMITED BY SIZE
              INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-EXCEPTION-CAUSE.

      *    A rule whose file is not there checked nothing; it is
      *    said so on the report rather than passed as clean.
       MARK-RULE-SKIPPED.
           MOVE 'Y' TO WS-RULE-SKIPPED(WS-RULE-IDX).

       WRITE-RULE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RULE-SKIPPED(WS-RULE-IDX) = 'Y' THEN
              STRING "REGLE " WS-RULE-CODE(WS-RULE-IDX) " "
                 WS-RULE-NAME(WS-RULE-IDX)
                 " NON CONTROLEE, FICHIER ABSENT"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "REGLE " WS-RULE-CODE(WS-RULE-IDX) " "
                 WS-RULE-NAME(WS-RULE-IDX)
                 " CRITIQUE=" WS-RULE-CRITICAL(WS-RULE-IDX)
                 " CONTROLES=" WS-RULE-CHECKED(WS-RULE-IDX)
                 " ANOMALIES=" WS-RULE-BROKEN(WS-RULE-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-STEP-NAME.
           STRING "INT-" WS-RULE-NAME(WS-RULE-IDX)
              DELIMITED BY "  " INTO WS-STEP-NAME.
           MOVE WS-RULE-CHECKED(WS-RULE-IDX) TO WS-RC-READ.
           COMPUTE WS-RC-WRITTEN = WS-RULE-CHECKED(WS-RULE-IDX)
              - WS-RULE-BROKEN(WS-RULE-IDX).
           IF WS-RULE-CRITICAL(WS-RULE-IDX) = 'O' THEN
              MOVE 'Y' TO WS-MUST-BALANCE
           ELSE
              MOVE 'N' TO WS-MUST-BALANCE
           END-IF.
           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-RC-READ WS-RC-WRITTEN WS-RC-HASH WS-MUST-BALANCE.

       END PROGRAM IntegrityCheck.
