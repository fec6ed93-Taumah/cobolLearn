       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhatIfReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The comparison rows the three engines leave when run in
      *  MODE PROJECTION: interest, capitalization and fees.
           SELECT PROJECTED-INTEREST ASSIGN TO '../../data/projint.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROJECTED-INTEREST-FS.

           SELECT PROJECTED-CAPITALIZATION ASSIGN TO
                 '../../data/projcap.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROJECTED-CAPITALIZATION-FS.

           SELECT PROJECTED-FEES ASSIGN TO '../../data/projfee.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROJECTED-FEES-FS.

           SELECT TIER-RECORDS ASSIGN TO '../../data/tier.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-PIN
              FILE STATUS IS TIER-RECORDS-FS.

      *  The branch each account is domiciled at; an account with
      *  no row belongs to the head branch "01".
           SELECT ACCOUNT-BRANCHES ASSIGN TO
                 '../../data/acctbrch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AB-KEY
              FILE STATUS IS ACCOUNT-BRANCHES-FS.

      *  What the proposal would do to the bank's income and to
      *  its customers, filed in the report repository.
           SELECT WHAT-IF-REPORT ASSIGN TO '../../data/whatifrpt.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PROJECTED-INTEREST.
       01 PROJECTED-INTEREST-LINE PIC X(28).

       FD PROJECTED-CAPITALIZATION.
       01 PROJECTED-CAPITALIZATION-LINE PIC X(28).

       FD PROJECTED-FEES.
       01 PROJECTED-FEES-LINE PIC X(28).

       FD TIER-RECORDS.
       COPY "TIERREC.cpy".

       FD ACCOUNT-BRANCHES.
       01 ACCOUNT-BRANCH-RECORD.
           03 AB-KEY.
              05 AB-PIN PIC 9(4).
              05 AB-ACCT-NO PIC 9(2).
           03 AB-BRANCH PIC X(2).

       FD WHAT-IF-REPORT.
       01 WHAT-IF-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 PROJECTED-INTEREST-FS PIC XX.
       01 PROJECTED-CAPITALIZATION-FS PIC XX.
       01 PROJECTED-FEES-FS PIC XX.
       01 TIER-RECORDS-FS PIC XX.
       01 ACCOUNT-BRANCHES-FS PIC XX.
       01 WS-TIER-FILE-PRESENT PIC X VALUE 'N'.
       01 WS-BRANCH-FILE-PRESENT PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       COPY "WHATIFROW.cpy".

       01 WS-INTEREST-ROWS PIC 9(7) VALUE 0.
       01 WS-CAPITALIZATION-ROWS PIC 9(7) VALUE 0.
       01 WS-FEE-ROWS PIC 9(7) VALUE 0.

      *  Each account's figures on both sides, gathered from the
      *  three projection files, the same bounded-table style the
      *  fee run counts withdrawals in.
       01 WS-ACCOUNT-TABLE.
           03 WS-ACCOUNT-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-ACC-IDX.
               05 WS-A-PIN PIC 9(4).
               05 WS-A-ACCT-NO PIC 9(2).
               05 WS-A-TYPE PIC X.
               05 WS-A-INT-CUR PIC S9(7)V99.
               05 WS-A-INT-PROP PIC S9(7)V99.
               05 WS-A-CAP-CUR PIC S9(7)V99.
               05 WS-A-CAP-PROP PIC S9(7)V99.
               05 WS-A-FEE-CUR PIC S9(7)V99.
               05 WS-A-FEE-PROP PIC S9(7)V99.
       01 WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.

      *  The groups the impact is cut by, one table for all three
      *  cuts: P a product, T a tier segment, A a branch.
       01 WS-GROUP-TABLE.
           03 WS-GROUP-ENTRY OCCURS 70 TIMES INDEXED BY WS-GRP-IDX.
               05 WS-G-KIND PIC X.
               05 WS-G-CODE PIC X(2).
               05 WS-G-ACCOUNTS PIC 9(5).
               05 WS-G-TOUCHED PIC 9(5).
               05 WS-G-INCOME-CUR PIC S9(11)V99.
               05 WS-G-INCOME-PROP PIC S9(11)V99.
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-FOUND PIC 9(3) VALUE 0.
       01 WS-WORK-KIND PIC X.
       01 WS-WORK-CODE PIC X(2).

      *  Per customer PIN, the customer's own result: net interest
      *  paid to the balance, less debit interest and fees.
       01 WS-CUSTOMER-TABLE.
           03 WS-CUSTOMER-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-CUS-IDX.
               05 WS-C-PIN PIC 9(4).
               05 WS-C-RESULT-CUR PIC S9(9)V99.
               05 WS-C-RESULT-PROP PIC S9(9)V99.
               05 WS-C-LISTED PIC X.
       01 WS-CUSTOMER-COUNT PIC 9(4) VALUE 0.
       01 WS-CUSTOMER-FOUND PIC 9(4) VALUE 0.
       01 WS-CUSTOMERS-TOUCHED PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-WORSE PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-BETTER PIC 9(5) VALUE 0.
       01 WS-TOP-COUNT PIC 9(2) VALUE 10.
       01 WS-TOP-NO PIC 9(2).
       01 WS-BEST-IDX PIC 9(4).
       01 WS-BEST-CHANGE PIC 9(9)V99.
       01 WS-ABS-CHANGE PIC 9(9)V99.

      *  One account's figures as the bank and the customer see
      *  them: the bank earns fees and debit interest and pays the
      *  gross credit interest; the customer keeps the net.
       01 WS-INCOME-CUR PIC S9(9)V99.
       01 WS-INCOME-PROP PIC S9(9)V99.
       01 WS-RESULT-CUR PIC S9(9)V99.
       01 WS-RESULT-PROP PIC S9(9)V99.
       01 WS-TIER-CODE PIC X(2).
       01 WS-BRANCH PIC X(2).

       01 WS-BANK-TOTALS.
           03 WS-CREDIT-INT-CUR PIC S9(11)V99 VALUE 0.
           03 WS-CREDIT-INT-PROP PIC S9(11)V99 VALUE 0.
           03 WS-DEBIT-INT-CUR PIC S9(11)V99 VALUE 0.
           03 WS-DEBIT-INT-PROP PIC S9(11)V99 VALUE 0.
           03 WS-FEES-CUR PIC S9(11)V99 VALUE 0.
           03 WS-FEES-PROP PIC S9(11)V99 VALUE 0.
           03 WS-NET-INCOME-CUR PIC S9(11)V99 VALUE 0.
           03 WS-NET-INCOME-PROP PIC S9(11)V99 VALUE 0.
           03 WS-NET-PAID-CUR PIC S9(11)V99 VALUE 0.
           03 WS-NET-PAID-PROP PIC S9(11)V99 VALUE 0.

       01 WS-LINE-LABEL PIC X(30).
       01 WS-LINE-CUR PIC S9(11)V99.
       01 WS-LINE-PROP PIC S9(11)V99.
       01 WS-LINE-CHANGE PIC S9(11)V99.
       01 WS-CUR-EDIT PIC -Z(10)9,99.
       01 WS-PROP-EDIT PIC -Z(10)9,99.
       01 WS-CHANGE-EDIT PIC -Z(10)9,99.

       01 WS-REPORT-ID PIC X(8) VALUE "SIMULTAR".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/whatifrpt.dat".
       01 WS-ARCHIVE-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           INITIALIZE WS-ACCOUNT-TABLE.
           INITIALIZE WS-GROUP-TABLE.
           INITIALIZE WS-CUSTOMER-TABLE.
           PERFORM LOAD-PROJECTED-INTEREST.
           PERFORM LOAD-PROJECTED-CAPITALIZATION.
           PERFORM LOAD-PROJECTED-FEES.
           IF WS-ACCOUNT-COUNT = 0 THEN
              DISPLAY "Aucune projection a comparer, lancer d'abord "
                 "les traitements en mode projection"
              STOP RUN
           END-IF.

           OPEN INPUT TIER-RECORDS.
           IF TIER-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-TIER-FILE-PRESENT
           END-IF.
           OPEN INPUT ACCOUNT-BRANCHES.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              MOVE 'Y' TO WS-BRANCH-FILE-PRESENT
           END-IF.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
              PERFORM WEIGH-ONE-ACCOUNT
           END-PERFORM.
           IF WS-TIER-FILE-PRESENT = 'Y' THEN
              CLOSE TIER-RECORDS
           END-IF.
           IF WS-BRANCH-FILE-PRESENT = 'Y' THEN
              CLOSE ACCOUNT-BRANCHES
           END-IF.

           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                 UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
              IF WS-C-RESULT-PROP(WS-CUS-IDX)
                    NOT = WS-C-RESULT-CUR(WS-CUS-IDX) THEN
                 ADD 1 TO WS-CUSTOMERS-TOUCHED
                 IF WS-C-RESULT-PROP(WS-CUS-IDX)
                       < WS-C-RESULT-CUR(WS-CUS-IDX) THEN
                    ADD 1 TO WS-CUSTOMERS-WORSE
                 ELSE
                    ADD 1 TO WS-CUSTOMERS-BETTER
                 END-IF
              END-IF
           END-PERFORM.

           OPEN OUTPUT WHAT-IF-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-BANK-TOTALS.
           MOVE 'P' TO WS-WORK-KIND.
           MOVE "IMPACT PAR PRODUIT" TO WS-LINE-LABEL.
           PERFORM WRITE-GROUP-SECTION.
           MOVE 'T' TO WS-WORK-KIND.
           MOVE "IMPACT PAR SEGMENT" TO WS-LINE-LABEL.
           PERFORM WRITE-GROUP-SECTION.
           MOVE 'A' TO WS-WORK-KIND.
           MOVE "IMPACT PAR AGENCE" TO WS-LINE-LABEL.
           PERFORM WRITE-GROUP-SECTION.
           PERFORM WRITE-TOP-CUSTOMERS.
           CLOSE WHAT-IF-REPORT.

           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY "Projection : " WS-ACCOUNT-COUNT " compte(s), "
              WS-CUSTOMERS-TOUCHED " client(s) touche(s)".
           DISPLAY "Produit net actuel " WS-NET-INCOME-CUR
              " propose " WS-NET-INCOME-PROP.
           STOP RUN.

       LOAD-PROJECTED-INTEREST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROJECTED-INTEREST.
           IF PROJECTED-INTEREST-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROJECTED-INTEREST INTO PROJECTION-ROW
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-INTEREST-ROWS
                    PERFORM ADD-PROJECTION-ROW
              END-READ
           END-PERFORM.
           IF PROJECTED-INTEREST-FS NOT = "35" THEN
              CLOSE PROJECTED-INTEREST
           END-IF.

       LOAD-PROJECTED-CAPITALIZATION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROJECTED-CAPITALIZATION.
           IF PROJECTED-CAPITALIZATION-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROJECTED-CAPITALIZATION INTO PROJECTION-ROW
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CAPITALIZATION-ROWS
                    PERFORM ADD-PROJECTION-ROW
              END-READ
           END-PERFORM.
           IF PROJECTED-CAPITALIZATION-FS NOT = "35" THEN
              CLOSE PROJECTED-CAPITALIZATION
           END-IF.

       LOAD-PROJECTED-FEES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROJECTED-FEES.
           IF PROJECTED-FEES-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROJECTED-FEES INTO PROJECTION-ROW
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FEE-ROWS
                    PERFORM ADD-PROJECTION-ROW
              END-READ
           END-PERFORM.
           IF PROJECTED-FEES-FS NOT = "35" THEN
              CLOSE PROJECTED-FEES
           END-IF.

       ADD-PROJECTION-ROW.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
                    OR WS-FOUND-IDX NOT = 0
              IF WS-A-PIN(WS-ACC-IDX) = PJ-PIN
                    AND WS-A-ACCT-NO(WS-ACC-IDX) = PJ-ACCT-NO THEN
                 MOVE WS-ACC-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-ACCOUNT-COUNT >= 500 THEN
                 DISPLAY "Table des comptes pleine, projection "
                    "ignoree pour compte " PJ-PIN "-" PJ-ACCT-NO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE WS-ACCOUNT-COUNT TO WS-FOUND-IDX
              MOVE PJ-PIN TO WS-A-PIN(WS-FOUND-IDX)
              MOVE PJ-ACCT-NO TO WS-A-ACCT-NO(WS-FOUND-IDX)
              MOVE PJ-ACCT-TYPE TO WS-A-TYPE(WS-FOUND-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN PJ-IS-INTEREST
                 MOVE PJ-CURRENT TO WS-A-INT-CUR(WS-FOUND-IDX)
                 MOVE PJ-PROPOSED TO WS-A-INT-PROP(WS-FOUND-IDX)
              WHEN PJ-IS-CAPITALIZATION
                 MOVE PJ-CURRENT TO WS-A-CAP-CUR(WS-FOUND-IDX)
                 MOVE PJ-PROPOSED TO WS-A-CAP-PROP(WS-FOUND-IDX)
              WHEN PJ-IS-FEES
                 MOVE PJ-CURRENT TO WS-A-FEE-CUR(WS-FOUND-IDX)
                 MOVE PJ-PROPOSED TO WS-A-FEE-PROP(WS-FOUND-IDX)
           END-EVALUATE.

      *    The account's income to the bank and result to the
      *    customer on each side, added into the bank's totals, its
      *    product, tier and branch, and its customer.
       WEIGH-ONE-ACCOUNT.
           COMPUTE WS-INCOME-CUR = WS-A-FEE-CUR(WS-ACC-IDX)
              - WS-A-INT-CUR(WS-ACC-IDX).
           COMPUTE WS-INCOME-PROP = WS-A-FEE-PROP(WS-ACC-IDX)
              - WS-A-INT-PROP(WS-ACC-IDX).
           COMPUTE WS-RESULT-CUR = WS-A-CAP-CUR(WS-ACC-IDX)
              - WS-A-FEE-CUR(WS-ACC-IDX).
           COMPUTE WS-RESULT-PROP = WS-A-CAP-PROP(WS-ACC-IDX)
              - WS-A-FEE-PROP(WS-ACC-IDX).

           IF WS-A-INT-CUR(WS-ACC-IDX) < 0 THEN
              SUBTRACT WS-A-INT-CUR(WS-ACC-IDX) FROM WS-DEBIT-INT-CUR
              ADD WS-A-INT-CUR(WS-ACC-IDX) TO WS-RESULT-CUR
           ELSE
              ADD WS-A-INT-CUR(WS-ACC-IDX) TO WS-CREDIT-INT-CUR
           END-IF.
           IF WS-A-INT-PROP(WS-ACC-IDX) < 0 THEN
              SUBTRACT WS-A-INT-PROP(WS-ACC-IDX)
                 FROM WS-DEBIT-INT-PROP
              ADD WS-A-INT-PROP(WS-ACC-IDX) TO WS-RESULT-PROP
           ELSE
              ADD WS-A-INT-PROP(WS-ACC-IDX) TO WS-CREDIT-INT-PROP
           END-IF.
           ADD WS-A-FEE-CUR(WS-ACC-IDX) TO WS-FEES-CUR.
           ADD WS-A-FEE-PROP(WS-ACC-IDX) TO WS-FEES-PROP.
           ADD WS-INCOME-CUR TO WS-NET-INCOME-CUR.
           ADD WS-INCOME-PROP TO WS-NET-INCOME-PROP.
           ADD WS-A-CAP-CUR(WS-ACC-IDX) TO WS-NET-PAID-CUR.
           ADD WS-A-CAP-PROP(WS-ACC-IDX) TO WS-NET-PAID-PROP.

           MOVE 'P' TO WS-WORK-KIND.
           MOVE WS-A-TYPE(WS-ACC-IDX) TO WS-WORK-CODE.
           PERFORM ADD-TO-GROUP.

           PERFORM FIND-ACCOUNT-TIER.
           MOVE 'T' TO WS-WORK-KIND.
           MOVE WS-TIER-CODE TO WS-WORK-CODE.
           PERFORM ADD-TO-GROUP.

           PERFORM FIND-ACCOUNT-BRANCH.
           MOVE 'A' TO WS-WORK-KIND.
           MOVE WS-BRANCH TO WS-WORK-CODE.
           PERFORM ADD-TO-GROUP.

           PERFORM ADD-TO-CUSTOMER.

       FIND-ACCOUNT-TIER.
           MOVE SPACES TO WS-TIER-CODE.
           IF WS-TIER-FILE-PRESENT = 'Y' THEN
              MOVE WS-A-PIN(WS-ACC-IDX) TO TI-PIN
              READ TIER-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TI-TIER TO WS-TIER-CODE
              END-READ
           END-IF.

       FIND-ACCOUNT-BRANCH.
           MOVE "01" TO WS-BRANCH.
           IF WS-BRANCH-FILE-PRESENT = 'Y' THEN
              MOVE WS-A-PIN(WS-ACC-IDX) TO AB-PIN
              MOVE WS-A-ACCT-NO(WS-ACC-IDX) TO AB-ACCT-NO
              READ ACCOUNT-BRANCHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AB-BRANCH NOT = SPACES THEN
                       MOVE AB-BRANCH TO WS-BRANCH
                    END-IF
              END-READ
           END-IF.

       ADD-TO-GROUP.
           MOVE 0 TO WS-GROUP-FOUND.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                    OR WS-GROUP-FOUND NOT = 0
              IF WS-G-KIND(WS-GRP-IDX) = WS-WORK-KIND
                    AND WS-G-CODE(WS-GRP-IDX) = WS-WORK-CODE THEN
                 MOVE WS-GRP-IDX TO WS-GROUP-FOUND
              END-IF
           END-PERFORM.
           IF WS-GROUP-FOUND = 0 THEN
              IF WS-GROUP-COUNT >= 70 THEN
                 DISPLAY "Table des regroupements pleine, "
                    WS-WORK-KIND " " WS-WORK-CODE " ignore"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND
              MOVE WS-WORK-KIND TO WS-G-KIND(WS-GROUP-FOUND)
              MOVE WS-WORK-CODE TO WS-G-CODE(WS-GROUP-FOUND)
           END-IF.
           ADD 1 TO WS-G-ACCOUNTS(WS-GROUP-FOUND).
           IF WS-INCOME-PROP NOT = WS-INCOME-CUR
                 OR WS-RESULT-PROP NOT = WS-RESULT-CUR THEN
              ADD 1 TO WS-G-TOUCHED(WS-GROUP-FOUND)
           END-IF.
           ADD WS-INCOME-CUR TO WS-G-INCOME-CUR(WS-GROUP-FOUND).
           ADD WS-INCOME-PROP TO WS-G-INCOME-PROP(WS-GROUP-FOUND).

       ADD-TO-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-FOUND.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                 UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
                    OR WS-CUSTOMER-FOUND NOT = 0
              IF WS-C-PIN(WS-CUS-IDX) = WS-A-PIN(WS-ACC-IDX) THEN
                 MOVE WS-CUS-IDX TO WS-CUSTOMER-FOUND
              END-IF
           END-PERFORM.
           IF WS-CUSTOMER-FOUND = 0 THEN
              ADD 1 TO WS-CUSTOMER-COUNT
              MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-FOUND
              MOVE WS-A-PIN(WS-ACC-IDX)
                 TO WS-C-PIN(WS-CUSTOMER-FOUND)
              MOVE 'N' TO WS-C-LISTED(WS-CUSTOMER-FOUND)
           END-IF.
           ADD WS-RESULT-CUR TO WS-C-RESULT-CUR(WS-CUSTOMER-FOUND).
           ADD WS-RESULT-PROP TO WS-C-RESULT-PROP(WS-CUSTOMER-FOUND).

      *    A projection file missing means that engine was not run
      *    in projection; its side of the comparison reads zero and
      *    the report says so before anyone quotes a figure.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING "PROJECTION TARIFAIRE - PARAMETRES ACTUELS / "
              "PROPOSES AU " WS-TODAY
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING "Comptes projetes " WS-ACCOUNT-COUNT
              " - lignes interets " WS-INTEREST-ROWS
              " capitalisation " WS-CAPITALIZATION-ROWS
              " frais " WS-FEE-ROWS
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.
           IF WS-INTEREST-ROWS = 0 THEN
              MOVE "ATTENTION : projection des interets absente"
                 TO WHAT-IF-LINE
              WRITE WHAT-IF-LINE
           END-IF.
           IF WS-CAPITALIZATION-ROWS = 0 THEN
              MOVE SPACES TO WHAT-IF-LINE
              STRING "ATTENTION : projection de la capitalisation "
                 "absente"
                 DELIMITED BY SIZE INTO WHAT-IF-LINE
              END-STRING
              WRITE WHAT-IF-LINE
           END-IF.
           IF WS-FEE-ROWS = 0 THEN
              MOVE "ATTENTION : projection des frais absente"
                 TO WHAT-IF-LINE
              WRITE WHAT-IF-LINE
           END-IF.
           MOVE SPACES TO WHAT-IF-LINE.
           WRITE WHAT-IF-LINE.

       WRITE-BANK-TOTALS.
           MOVE "RESULTAT POUR LA BANQUE" TO WS-LINE-LABEL.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE "Interets crediteurs verses" TO WS-LINE-LABEL.
           MOVE WS-CREDIT-INT-CUR TO WS-LINE-CUR.
           MOVE WS-CREDIT-INT-PROP TO WS-LINE-PROP.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Interets debiteurs percus" TO WS-LINE-LABEL.
           MOVE WS-DEBIT-INT-CUR TO WS-LINE-CUR.
           MOVE WS-DEBIT-INT-PROP TO WS-LINE-PROP.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Frais preleves" TO WS-LINE-LABEL.
           MOVE WS-FEES-CUR TO WS-LINE-CUR.
           MOVE WS-FEES-PROP TO WS-LINE-PROP.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Produit net" TO WS-LINE-LABEL.
           MOVE WS-NET-INCOME-CUR TO WS-LINE-CUR.
           MOVE WS-NET-INCOME-PROP TO WS-LINE-PROP.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Net capitalise aux clients" TO WS-LINE-LABEL.
           MOVE WS-NET-PAID-CUR TO WS-LINE-CUR.
           MOVE WS-NET-PAID-PROP TO WS-LINE-PROP.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WHAT-IF-LINE.
           WRITE WHAT-IF-LINE.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING WS-LINE-LABEL "         ACTUEL "
              "        PROPOSE " "          ECART"
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.

       WRITE-AMOUNT-LINE.
           COMPUTE WS-LINE-CHANGE = WS-LINE-PROP - WS-LINE-CUR.
           MOVE WS-LINE-CUR TO WS-CUR-EDIT.
           MOVE WS-LINE-PROP TO WS-PROP-EDIT.
           MOVE WS-LINE-CHANGE TO WS-CHANGE-EDIT.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING WS-LINE-LABEL WS-CUR-EDIT " " WS-PROP-EDIT " "
              WS-CHANGE-EDIT
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.

      *    One line per group of the kind in WS-WORK-KIND, with the
      *    accounts the proposal would change and the bank's net
      *    income from them on each side.
       WRITE-GROUP-SECTION.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING WS-LINE-LABEL "COMPTES TOUCHES "
              "         ACTUEL " "        PROPOSE " "          ECART"
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GROUP-COUNT
              IF WS-G-KIND(WS-GRP-IDX) = WS-WORK-KIND THEN
                 PERFORM WRITE-ONE-GROUP
              END-IF
           END-PERFORM.
           MOVE SPACES TO WHAT-IF-LINE.
           WRITE WHAT-IF-LINE.

       WRITE-ONE-GROUP.
           MOVE SPACES TO WS-LINE-LABEL.
           EVALUATE TRUE
              WHEN WS-WORK-KIND = 'P'
                 STRING "  Produit " WS-G-CODE(WS-GRP-IDX)
                    DELIMITED BY SIZE INTO WS-LINE-LABEL
                 END-STRING
              WHEN WS-WORK-KIND = 'A'
                 STRING "  Agence " WS-G-CODE(WS-GRP-IDX)
                    DELIMITED BY SIZE INTO WS-LINE-LABEL
                 END-STRING
              WHEN WS-G-CODE(WS-GRP-IDX) = "P"
                 MOVE "  Premier" TO WS-LINE-LABEL
              WHEN WS-G-CODE(WS-GRP-IDX) = "S"
                 MOVE "  Standard" TO WS-LINE-LABEL
              WHEN OTHER
                 MOVE "  Non classe" TO WS-LINE-LABEL
           END-EVALUATE.
           COMPUTE WS-LINE-CHANGE = WS-G-INCOME-PROP(WS-GRP-IDX)
              - WS-G-INCOME-CUR(WS-GRP-IDX).
           MOVE WS-G-INCOME-CUR(WS-GRP-IDX) TO WS-CUR-EDIT.
           MOVE WS-G-INCOME-PROP(WS-GRP-IDX) TO WS-PROP-EDIT.
           MOVE WS-LINE-CHANGE TO WS-CHANGE-EDIT.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING WS-LINE-LABEL WS-G-ACCOUNTS(WS-GRP-IDX) "   "
              WS-G-TOUCHED(WS-GRP-IDX) "   " WS-CUR-EDIT " "
              WS-PROP-EDIT " " WS-CHANGE-EDIT
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.

      *    How many customers the proposal reaches, and the ones it
      *    moves most, either way, by their own monthly result.
       WRITE-TOP-CUSTOMERS.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING "CLIENTS TOUCHES : " WS-CUSTOMERS-TOUCHED
              " sur " WS-CUSTOMER-COUNT
              " (" WS-CUSTOMERS-WORSE " perdants, "
              WS-CUSTOMERS-BETTER " gagnants)"
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.
           MOVE SPACES TO WHAT-IF-LINE.
           STRING "Resultat client = interets nets capitalises - "
              "interets debiteurs - frais"
              DELIMITED BY SIZE INTO WHAT-IF-LINE
           END-STRING.
           WRITE WHAT-IF-LINE.
           MOVE SPACES TO WHAT-IF-LINE.
           WRITE WHAT-IF-LINE.
           MOVE "CLIENTS LES PLUS TOUCHES" TO WS-LINE-LABEL.
           PERFORM WRITE-COLUMN-HEADING.
           PERFORM VARYING WS-TOP-NO FROM 1 BY 1
                 UNTIL WS-TOP-NO > WS-TOP-COUNT
              PERFORM FIND-NEXT-LARGEST-CHANGE
              IF WS-BEST-IDX = 0 THEN
                 MOVE WS-TOP-COUNT TO WS-TOP-NO
              ELSE
                 PERFORM WRITE-ONE-CUSTOMER
              END-IF
           END-PERFORM.

       FIND-NEXT-LARGEST-CHANGE.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-BEST-CHANGE.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                 UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
              IF WS-C-LISTED(WS-CUS-IDX) = 'N' THEN
                 IF WS-C-RESULT-PROP(WS-CUS-IDX)
                       < WS-C-RESULT-CUR(WS-CUS-IDX) THEN
                    COMPUTE WS-ABS-CHANGE =
                       WS-C-RESULT-CUR(WS-CUS-IDX)
                       - WS-C-RESULT-PROP(WS-CUS-IDX)
                 ELSE
                    COMPUTE WS-ABS-CHANGE =
                       WS-C-RESULT-PROP(WS-CUS-IDX)
                       - WS-C-RESULT-CUR(WS-CUS-IDX)
                 END-IF
                 IF WS-ABS-CHANGE > WS-BEST-CHANGE THEN
                    MOVE WS-ABS-CHANGE TO WS-BEST-CHANGE
                    MOVE WS-CUS-IDX TO WS-BEST-IDX
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-ONE-CUSTOMER.
           MOVE 'Y' TO WS-C-LISTED(WS-BEST-IDX).
           MOVE WS-C-RESULT-CUR(WS-BEST-IDX) TO WS-LINE-CUR.
           MOVE WS-C-RESULT-PROP(WS-BEST-IDX) TO WS-LINE-PROP.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "  Client " WS-C-PIN(WS-BEST-IDX)
              DELIMITED BY SIZE INTO WS-LINE-LABEL
           END-STRING.
           PERFORM WRITE-AMOUNT-LINE.

       END PROGRAM WhatIfReport.
