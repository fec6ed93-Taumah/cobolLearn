       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnualFeeSummary.

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

           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

      *  The customer master carries the mailing address the
      *  account records never had.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The ledger side of the control: the year's postings on
      *  the two fee income accounts.
           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

      *  The summaries go out with the statements: appended to
      *  the print room's document file, cut and mailed the same
      *  way.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The same documents for customers whose address La Poste
      *  sent back, held under their hold-mail row instead of
      *  going to print.
           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The control total for accounting: fees summarised to
      *  customers against fee income booked in the year.
           SELECT FEE-CONTROL-REPORT ASSIGN TO
                 '../../data/feesumctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           03 GP-DATE PIC 9(8).
           03 FILLER PIC X.
           03 GP-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 GP-ACCOUNT PIC 9(6).
           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD FEE-CONTROL-REPORT.
       01 CONTROL-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-HIST-OPEN PIC X VALUE 'N'.
       01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 FILLER PIC 9(4).

      *  The year summarised; defaults to last year, overridable
      *  with FEE_YEAR for a rerun.
       01 WS-YEAR PIC 9(4).
       01 WS-YEAR-RAW PIC X(4) VALUE SPACES.

      *  The fees a customer pays the bank: account-keeping fees
      *  and debit interest on an overdrawn account. Bill payments
      *  and top-ups are the customer's money passed on to a
      *  biller or operator, not a charge of ours.
       01 GL-PRODUITS-FRAIS PIC 9(6) VALUE 300100.
       01 GL-PRODUITS-INTERETS PIC 9(6) VALUE 300200.

      *  The customer being gathered: their accounts in key order,
      *  with each account's fees for the year by kind.
       01 WS-CURRENT-PIN PIC 9(4) VALUE 0.
       01 WS-CURRENT-LANGUAGE PIC X(2).
       01 WS-CURRENT-NAME PIC X(20).
       01 WS-CURRENT-LAST-NAME PIC X(20).
       01 WS-ACCOUNT-TABLE.
           03 WS-ACCOUNT-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-ACCOUNT-IDX.
               05 WS-A-ACCT-NO PIC 9(2).
               05 WS-A-FEES PIC 9(7)V99.
               05 WS-A-INTEREST PIC 9(7)V99.
       01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
       01 WS-ACCOUNT-FEES PIC 9(7)V99.
       01 WS-ACCOUNT-INTEREST PIC 9(7)V99.
       01 WS-ACCOUNT-TOTAL PIC 9(7)V99.
       01 WS-CUSTOMER-TOTAL PIC 9(9)V99.

       01 WS-LANG-IS-EN PIC X VALUE 'N'.
       01 WS-FEES-EDIT PIC Z(6)9,99.
       01 WS-INTEREST-EDIT PIC Z(6)9,99.
       01 WS-TOTAL-EDIT PIC Z(6)9,99.
       01 WS-CUSTOMER-TOTAL-EDIT PIC Z(8)9,99.

      *  Both sides of the control, per kind of fee.
       01 WS-HIST-FEES PIC 9(11)V99 VALUE 0.
       01 WS-HIST-INTEREST PIC 9(11)V99 VALUE 0.
       01 WS-GL-FEES PIC S9(11)V99 VALUE 0.
       01 WS-GL-INTEREST PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99.
       01 WS-HIST-EDIT PIC Z(10)9,99.
       01 WS-GL-EDIT PIC -Z(10)9,99.
       01 WS-DIFF-EDIT PIC -Z(10)9,99.
       01 WS-CONTROL-LABEL PIC X(4).
       01 WS-CONTROL-ACCOUNT PIC 9(6).
       01 WS-HIST-AMOUNT PIC 9(11)V99.
       01 WS-GL-AMOUNT PIC S9(11)V99.
       01 WS-BREAK-COUNT PIC 9 VALUE 0.

       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.

      *  Post for a customer whose address La Poste sent back is
      *  held: the letter goes to the held-documents file under
      *  its hold-mail row instead of the print file.
       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "AnnualFeeSummary".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X VALUE 'M'.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).
       01 WS-HELD-LETTERS PIC 9(5) VALUE 0.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           COMPUTE WS-YEAR = WS-TODAY-YEAR - 1.

           ACCEPT WS-YEAR-RAW FROM ENVIRONMENT "FEE_YEAR"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-YEAR-RAW IS NUMERIC THEN
              MOVE WS-YEAR-RAW TO WS-YEAR
           END-IF.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun compte a traiter, fichier absent"
              STOP RUN
           END-IF.

           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS = "00" THEN
              MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.

           PERFORM SUMMARISE-ALL-CUSTOMERS.

           CLOSE BANK-RECORDS.
           IF WS-HIST-OPEN = 'Y' THEN
              CLOSE TRANHIST-RECORDS
           END-IF.
           IF WS-CUSTMAST-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.

           PERFORM TOTAL-GL-FEE-INCOME.
           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY "Recapitulatif des frais " WS-YEAR " : "
              WS-LETTER-COUNT " document(s), " WS-BREAK-COUNT
              " ecart(s) avec le grand livre".
           IF WS-HELD-LETTERS > 0 THEN
              DISPLAY WS-HELD-LETTERS " courrier(s) retenu(s), "
                 "adresse NPAI"
           END-IF.
           IF WS-SKIPPED-COUNT > 0 THEN
              DISPLAY WS-SKIPPED-COUNT " compte(s) hors recapitulatif"
                 ", table pleine"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BREAK-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    The account file is in customer order, so a change of
      *    pin closes the previous customer's summary.
       SUMMARISE-ALL-CUSTOMERS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE LOW-VALUES TO RCD-KEY.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-ACCOUNT-COUNT > 0
                          AND RCD-PIN NOT = WS-CURRENT-PIN THEN
                       PERFORM WRITE-CUSTOMER-SUMMARY
                    END-IF
                    PERFORM GATHER-ONE-ACCOUNT
              END-READ
           END-PERFORM.
           IF WS-ACCOUNT-COUNT > 0 THEN
              PERFORM WRITE-CUSTOMER-SUMMARY
           END-IF.

      *    A closed account still appears if it was charged during
      *    the year; otherwise only open accounts are listed.
       GATHER-ONE-ACCOUNT.
           IF WS-ACCOUNT-COUNT = 0 THEN
              MOVE RCD-PIN TO WS-CURRENT-PIN
              MOVE RCD-LANGUAGE TO WS-CURRENT-LANGUAGE
              MOVE RCD-NAME TO WS-CURRENT-NAME
              MOVE RCD-LAST-NAME TO WS-CURRENT-LAST-NAME
           END-IF.

           MOVE 0 TO WS-ACCOUNT-FEES.
           MOVE 0 TO WS-ACCOUNT-INTEREST.
           IF WS-HIST-OPEN = 'Y' THEN
              PERFORM SCAN-YEAR-FEES
           END-IF.

           IF RCD-CLOSED AND WS-ACCOUNT-FEES = 0
                 AND WS-ACCOUNT-INTEREST = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           ADD WS-ACCOUNT-FEES TO WS-HIST-FEES.
           ADD WS-ACCOUNT-INTEREST TO WS-HIST-INTEREST.

           IF WS-ACCOUNT-COUNT NOT < 20 THEN
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE RCD-ACCT-NO TO WS-A-ACCT-NO(WS-ACCOUNT-COUNT).
           MOVE WS-ACCOUNT-FEES TO WS-A-FEES(WS-ACCOUNT-COUNT).
           MOVE WS-ACCOUNT-INTEREST
              TO WS-A-INTEREST(WS-ACCOUNT-COUNT).

      *    The year's rows come off the account's own TH-KEY slice,
      *    starting at the first instant of the year.
       SCAN-YEAR-FEES.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE RCD-PIN TO TH-PIN.
           MOVE RCD-ACCT-NO TO TH-ACCT-NO.
           MOVE 0 TO TH-DATETIME.
           MOVE WS-YEAR TO TH-DATETIME(1:4).
           MOVE 0 TO TH-SEQ.
           START TRANHIST-RECORDS KEY IS >= TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-HIST-EOF
                 NOT AT END
                    IF TH-PIN NOT = RCD-PIN
                          OR TH-ACCT-NO NOT = RCD-ACCT-NO
                          OR TH-DATETIME(1:4) NOT = WS-YEAR THEN
                       MOVE 'Y' TO WS-HIST-EOF
                    ELSE
                       EVALUATE TH-TYPE
                          WHEN "FRAI"
                             ADD TH-AMOUNT TO WS-ACCOUNT-FEES
                          WHEN "INTD"
                             ADD TH-AMOUNT TO WS-ACCOUNT-INTEREST
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-CUSTOMER-SUMMARY.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "RECAPITULATIF FRAIS " WS-YEAR
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.
           IF WS-CURRENT-LANGUAGE = "EN" THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           ELSE
              MOVE 'N' TO WS-LANG-IS-EN
           END-IF.
           MOVE 0 TO WS-CUSTOMER-TOTAL.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "ANNUAL SUMMARY OF FEES " WS-YEAR
                 " customer " WS-CURRENT-PIN
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "RECAPITULATIF ANNUEL DES FRAIS " WS-YEAR
                 " client " WS-CURRENT-PIN
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "Holder : " WS-CURRENT-NAME " "
                 WS-CURRENT-LAST-NAME
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "Titulaire : " WS-CURRENT-NAME " "
                 WS-CURRENT-LAST-NAME
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           PERFORM WRITE-MAILING-ADDRESS.

           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                 UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
              PERFORM WRITE-ONE-ACCOUNT-LINE
           END-PERFORM.

           MOVE WS-CUSTOMER-TOTAL TO WS-CUSTOMER-TOTAL-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "Total fees paid in " WS-YEAR " : "
                 WS-CUSTOMER-TOTAL-EDIT " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "Total des frais payes en " WS-YEAR " : "
                 WS-CUSTOMER-TOTAL-EDIT " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           ADD 1 TO WS-LETTER-COUNT.
           MOVE 0 TO WS-ACCOUNT-COUNT.

       WRITE-ONE-ACCOUNT-LINE.
           COMPUTE WS-ACCOUNT-TOTAL = WS-A-FEES(WS-ACCOUNT-IDX)
              + WS-A-INTEREST(WS-ACCOUNT-IDX).
           ADD WS-ACCOUNT-TOTAL TO WS-CUSTOMER-TOTAL.
           MOVE WS-A-FEES(WS-ACCOUNT-IDX) TO WS-FEES-EDIT.
           MOVE WS-A-INTEREST(WS-ACCOUNT-IDX) TO WS-INTEREST-EDIT.
           MOVE WS-ACCOUNT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  Account " WS-CURRENT-PIN "-"
                 WS-A-ACCT-NO(WS-ACCOUNT-IDX)
                 " fees " WS-FEES-EDIT
                 " interest " WS-INTEREST-EDIT
                 " total " WS-TOTAL-EDIT
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  Compte " WS-CURRENT-PIN "-"
                 WS-A-ACCT-NO(WS-ACCOUNT-IDX)
                 " frais " WS-FEES-EDIT
                 " agios " WS-INTEREST-EDIT
                 " total " WS-TOTAL-EDIT
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

      *    Same address block as the statements; a customer not
      *    yet on the master just gets none.
       WRITE-MAILING-ADDRESS.
           IF WS-CUSTMAST-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-PIN TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF CM-ADDRESS-LINE = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DOC-LINE.
           STRING "Adresse : " CM-ADDRESS-LINE
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "          " CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

      *    Income accounts are credit-natured: the year's income is
      *    its credits less any debits posted back against it.
       TOTAL-GL-FEE-INCOME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GL-PERIOD-FILE.
           IF GL-PERIOD-FS NOT = "00" THEN
              CLOSE GL-PERIOD-FILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-PERIOD-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF GP-DATE(1:4) = WS-YEAR THEN
                       PERFORM ACCUMULATE-GL-ROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

       ACCUMULATE-GL-ROW.
           EVALUATE TRUE
              WHEN GP-ACCOUNT = GL-PRODUITS-FRAIS AND GP-SIDE = 'C'
                 ADD GP-AMOUNT TO WS-GL-FEES
              WHEN GP-ACCOUNT = GL-PRODUITS-FRAIS AND GP-SIDE = 'D'
                 SUBTRACT GP-AMOUNT FROM WS-GL-FEES
              WHEN GP-ACCOUNT = GL-PRODUITS-INTERETS
                    AND GP-SIDE = 'C'
                 ADD GP-AMOUNT TO WS-GL-INTEREST
              WHEN GP-ACCOUNT = GL-PRODUITS-INTERETS
                    AND GP-SIDE = 'D'
                 SUBTRACT GP-AMOUNT FROM WS-GL-INTEREST
           END-EVALUATE.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT FEE-CONTROL-REPORT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "RECAPITULATIF ANNUEL DES FRAIS " WS-YEAR
              " - CONTROLE AVEC LE GRAND LIVRE"
              DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE "FRAI" TO WS-CONTROL-LABEL.
           MOVE GL-PRODUITS-FRAIS TO WS-CONTROL-ACCOUNT.
           MOVE WS-HIST-FEES TO WS-HIST-AMOUNT.
           MOVE WS-GL-FEES TO WS-GL-AMOUNT.
           PERFORM WRITE-ONE-CONTROL-LINE.

           MOVE "INTD" TO WS-CONTROL-LABEL.
           MOVE GL-PRODUITS-INTERETS TO WS-CONTROL-ACCOUNT.
           MOVE WS-HIST-INTEREST TO WS-HIST-AMOUNT.
           MOVE WS-GL-INTEREST TO WS-GL-AMOUNT.
           PERFORM WRITE-ONE-CONTROL-LINE.

           MOVE SPACES TO CONTROL-LINE.
           STRING "TOTAL " WS-LETTER-COUNT " RECAPITULATIF(S), "
              WS-BREAK-COUNT " ECART(S)"
              DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           CLOSE FEE-CONTROL-REPORT.

       WRITE-ONE-CONTROL-LINE.
           COMPUTE WS-DIFFERENCE = WS-HIST-AMOUNT - WS-GL-AMOUNT.
           MOVE WS-HIST-AMOUNT TO WS-HIST-EDIT.
           MOVE WS-GL-AMOUNT TO WS-GL-EDIT.
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           IF WS-DIFFERENCE = 0 THEN
              STRING WS-CONTROL-LABEL " clients=" WS-HIST-EDIT
                 " GL " WS-CONTROL-ACCOUNT "=" WS-GL-EDIT " OK"
                 DELIMITED BY SIZE INTO CONTROL-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              STRING WS-CONTROL-LABEL " clients=" WS-HIST-EDIT
                 " GL " WS-CONTROL-ACCOUNT "=" WS-GL-EDIT
                 " ECART=" WS-DIFF-EDIT
                 DELIMITED BY SIZE INTO CONTROL-LINE
              END-STRING
           END-IF.
           WRITE CONTROL-LINE.

      *    Every letter is checked against the returned-mail
      *    register before its first line: an NPAI customer's
      *    letter is filed on the hold file, not printed.
       CHECK-LETTER-HOLD.
           CALL "CheckMailHold" USING BY REFERENCE WS-CURRENT-PIN
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-LETTERS
           END-IF.

       WRITE-LETTER-LINE.
           IF WS-MAIL-HELD THEN
              MOVE WS-HOLD-ID TO HD-HOLD-ID
              MOVE DOC-LINE TO HD-TEXT
              WRITE HELD-DOC-LINE
           ELSE
              WRITE DOC-LINE
           END-IF.

       END PROGRAM AnnualFeeSummary.
