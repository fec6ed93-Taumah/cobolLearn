       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmationDraw.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULARIZATION-PARMS ASSIGN TO
                 '../../data/circparm.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-YEAR
              FILE STATUS IS CIRCULARIZATION-PARMS-FS.

           SELECT YEAR-END-BALANCES ASSIGN TO '../../data/yebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YB-KEY
              FILE STATUS IS YEAR-END-BALANCES-FS.

           SELECT CONFIRMATIONS ASSIGN TO '../../data/confirm.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-KEY
              FILE STATUS IS CONFIRMATIONS-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The confirmation letters go out with the other customer
      *  documents, for the print room to cut and mail.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A customer whose address La Poste sent back has the letter
      *  held under their hold-mail row instead.
           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CIRCULARIZATION-PARMS.
       COPY "CIRCPARM.cpy".

       FD YEAR-END-BALANCES.
       COPY "YEBAL.cpy".

       FD CONFIRMATIONS.
       COPY "CONFIRM.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       WORKING-STORAGE SECTION.

       01 CIRCULARIZATION-PARMS-FS PIC XX.
       01 YEAR-END-BALANCES-FS PIC XX.
       01 CONFIRMATIONS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 FILLER PIC 9(4).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The year confirmed; last year unless set, as for the
      *  year-end close.
       01 WS-YEAR PIC 9(4).
       01 WS-YEAR-RAW PIC X(4) VALUE SPACES.

      *  C the first pass, counting each band's population; S the
      *  second, drawing from it.
       01 WS-PASS PIC X.
           88 WS-PASS-COUNT VALUE 'C'.
           88 WS-PASS-SELECT VALUE 'S'.

      *  Systematic draw per band: every so many balances in file
      *  order, from a start the auditors' seed fixes, until the
      *  band's sample is made up.
       01 WS-STRATUM-TABLE.
           03 WS-STRATUM-ENTRY OCCURS 5 TIMES.
               05 WS-ST-POPULATION PIC 9(7).
               05 WS-ST-INTERVAL PIC 9(7).
               05 WS-ST-NEXT PIC 9(7).
               05 WS-ST-SEEN PIC 9(7).
               05 WS-ST-PICKED PIC 9(5).
       01 WS-BAND-IDX PIC 9.
       01 WS-STRATUM PIC 9.
      *    9 for a balance below the first band, not sampled.
       01 WS-NOT-SAMPLED PIC 9 VALUE 9.
       01 WS-ABS-BALANCE PIC 9(9)V99.
       01 WS-SEED-QUOTIENT PIC 9(6).
       01 WS-SEED-REMAINDER PIC 9(7).
       01 WS-OVER-THRESHOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-LETTERS PIC 9(7) VALUE 0.

      *  The addressee and the item as the letter names them.
       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-LANG-IS-EN PIC X VALUE 'N'.
       01 WS-HOLDER-NAME PIC X(20).
       01 WS-HOLDER-LAST-NAME PIC X(20).
       01 WS-ITEM-LABEL PIC X(24).
       01 WS-BALANCE-EDIT PIC -Z(8)9,99.

       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "ConfirmationDraw".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X VALUE 'M'.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

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
           ACCEPT WS-YEAR-RAW FROM ENVIRONMENT "CONFIRM_YEAR"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-YEAR-RAW IS NUMERIC THEN
              MOVE WS-YEAR-RAW TO WS-YEAR
           END-IF.

           OPEN I-O CIRCULARIZATION-PARMS.
           IF CIRCULARIZATION-PARMS-FS NOT = "00" THEN
              DISPLAY "Aucun parametre d'echantillonnage"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-YEAR TO CP-YEAR.
           READ CIRCULARIZATION-PARMS
              INVALID KEY
                 DISPLAY "Aucun parametre pour l'exercice " WS-YEAR
                 CLOSE CIRCULARIZATION-PARMS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF CP-DRAWN-DATE NOT = 0 THEN
              DISPLAY "Echantillon de l'exercice " WS-YEAR
                 " deja tire le " CP-DRAWN-DATE
              CLOSE CIRCULARIZATION-PARMS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT YEAR-END-BALANCES.
           IF YEAR-END-BALANCES-FS NOT = "00" THEN
              DISPLAY "Soldes de cloture absents, lancer la cloture "
                 "annuelle d'abord"
              CLOSE YEAR-END-BALANCES
              CLOSE CIRCULARIZATION-PARMS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CONFIRMATIONS.
           IF CONFIRMATIONS-FS = "35" THEN
              CLOSE CONFIRMATIONS
              OPEN OUTPUT CONFIRMATIONS
              CLOSE CONFIRMATIONS
              OPEN I-O CONFIRMATIONS
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.

           INITIALIZE WS-STRATUM-TABLE.
           MOVE 'C' TO WS-PASS.
           PERFORM SCAN-POPULATION.
           PERFORM SET-DRAW-INTERVALS.
           MOVE 'S' TO WS-PASS.
           PERFORM SCAN-POPULATION.

           MOVE WS-TODAY TO CP-DRAWN-DATE.
           REWRITE CIRCULARIZATION-PARM-RECORD.

           CLOSE CIRCULARIZATION-PARMS.
           CLOSE YEAR-END-BALANCES.
           CLOSE CONFIRMATIONS.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.

           DISPLAY "Confirmations de solde " WS-YEAR " : "
              WS-LETTER-COUNT " courrier(s), dont "
              WS-OVER-THRESHOLD-COUNT " au-dela du seuil".
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > CP-BAND-COUNT
              DISPLAY "  Tranche " WS-BAND-IDX " : "
                 WS-ST-PICKED(WS-BAND-IDX) " tire(s) sur "
                 WS-ST-POPULATION(WS-BAND-IDX)
           END-PERFORM.
           IF WS-HELD-LETTERS > 0 THEN
              DISPLAY WS-HELD-LETTERS " courrier(s) retenu(s), "
                 "adresse en retour"
           END-IF.
           STOP RUN.

      *    The accounts, the loans and the deposits in key order,
      *    each taken at the balance the year-end close recorded;
      *    anything opened since the close has none and is left
      *    out, anything closed since still counts.
       SCAN-POPULATION.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO RCD-KEY
              START BANK-RECORDS KEY IS >= RCD-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BANK-RECORDS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WS-YEAR TO YB-YEAR
                       MOVE 'C' TO YB-SOURCE
                       MOVE RCD-PIN TO YB-PIN
                       MOVE RCD-ACCT-NO TO YB-ACCT-NO
                       PERFORM CLASSIFY-ONE-ITEM
                 END-READ
              END-PERFORM
           END-IF.

           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              MOVE 0 TO LN-ID
              START LOAN-RECORDS KEY IS > LN-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ LOAN-RECORDS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WS-YEAR TO YB-YEAR
                       MOVE 'P' TO YB-SOURCE
                       MOVE LN-ID TO YB-ITEM-ID
                       PERFORM CLASSIFY-ONE-ITEM
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE LOAN-RECORDS.

           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              MOVE 0 TO TD-ID
              START TERM-DEPOSITS KEY IS > TD-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TERM-DEPOSITS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WS-YEAR TO YB-YEAR
                       MOVE 'T' TO YB-SOURCE
                       MOVE TD-ID TO YB-ITEM-ID
                       PERFORM CLASSIFY-ONE-ITEM
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE TERM-DEPOSITS.
           CLOSE BANK-RECORDS.

      *    A balance is banded on its size whichever side it is
      *    on: an overdraft is confirmed like a deposit.
       CLASSIFY-ONE-ITEM.
           READ YEAR-END-BALANCES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF YB-BALANCE < 0 THEN
              COMPUTE WS-ABS-BALANCE = 0 - YB-BALANCE
           ELSE
              MOVE YB-BALANCE TO WS-ABS-BALANCE
           END-IF.

           MOVE WS-NOT-SAMPLED TO WS-STRATUM.
           IF WS-ABS-BALANCE NOT < CP-THRESHOLD THEN
              MOVE 0 TO WS-STRATUM
           ELSE
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > CP-BAND-COUNT
                 IF WS-ABS-BALANCE NOT < CP-BAND-FLOOR(WS-BAND-IDX)
                       THEN
                    MOVE WS-BAND-IDX TO WS-STRATUM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-STRATUM = WS-NOT-SAMPLED THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-PASS-COUNT THEN
              IF WS-STRATUM > 0 THEN
                 ADD 1 TO WS-ST-POPULATION(WS-STRATUM)
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-STRATUM = 0 THEN
              ADD 1 TO WS-OVER-THRESHOLD-COUNT
              PERFORM CONFIRM-ONE-ITEM
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ST-SEEN(WS-STRATUM).
           IF WS-ST-SEEN(WS-STRATUM) = WS-ST-NEXT(WS-STRATUM)
                 AND WS-ST-PICKED(WS-STRATUM)
                    < CP-BAND-SAMPLE(WS-STRATUM) THEN
              ADD 1 TO WS-ST-PICKED(WS-STRATUM)
              ADD WS-ST-INTERVAL(WS-STRATUM)
                 TO WS-ST-NEXT(WS-STRATUM)
              PERFORM CONFIRM-ONE-ITEM
           END-IF.

      *    The interval is the band's population over its sample,
      *    the start somewhere inside the first interval as the
      *    seed falls; a band asked for more than it holds is
      *    confirmed in full, one asked for none not at all.
       SET-DRAW-INTERVALS.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > CP-BAND-COUNT
              MOVE 0 TO WS-ST-NEXT(WS-BAND-IDX)
              IF CP-BAND-SAMPLE(WS-BAND-IDX) > 0
                    AND WS-ST-POPULATION(WS-BAND-IDX) > 0 THEN
                 DIVIDE WS-ST-POPULATION(WS-BAND-IDX)
                    BY CP-BAND-SAMPLE(WS-BAND-IDX)
                    GIVING WS-ST-INTERVAL(WS-BAND-IDX)
                 IF WS-ST-INTERVAL(WS-BAND-IDX) = 0 THEN
                    MOVE 1 TO WS-ST-INTERVAL(WS-BAND-IDX)
                 END-IF
                 DIVIDE CP-SEED BY WS-ST-INTERVAL(WS-BAND-IDX)
                    GIVING WS-SEED-QUOTIENT
                    REMAINDER WS-SEED-REMAINDER
                 COMPUTE WS-ST-NEXT(WS-BAND-IDX) =
                    WS-SEED-REMAINDER + 1
              END-IF
           END-PERFORM.

       CONFIRM-ONE-ITEM.
           PERFORM LOAD-ADDRESSEE.

           MOVE SPACES TO WS-HOLD-REF.
           STRING "CONFIRMATION SOLDE " YB-YEAR " " YB-SOURCE " "
              YB-ITEM-ID
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           CALL "CheckMailHold" USING BY REFERENCE WS-CUSTOMER-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-LETTERS
           END-IF.

           PERFORM WRITE-CONFIRMATION-LETTER.
           ADD 1 TO WS-LETTER-COUNT.

           INITIALIZE CONFIRMATION-RECORD.
           MOVE YB-YEAR TO CF-YEAR.
           MOVE YB-SOURCE TO CF-SOURCE.
           MOVE YB-ITEM-ID TO CF-ITEM-ID.
           MOVE YB-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-STRATUM TO CF-STRATUM.
           MOVE YB-BALANCE TO CF-BALANCE.
           MOVE WS-TODAY TO CF-LETTER-DATE.
           MOVE WS-HOLD-RESULT TO CF-MAIL-RESULT.
           MOVE 'E' TO CF-REPLY-STATUS.
           WRITE CONFIRMATION-RECORD
              INVALID KEY
                 REWRITE CONFIRMATION-RECORD
           END-WRITE.

      *    The account in hand gives the language and the name;
      *    a loan or a deposit takes them from its linked account.
       LOAD-ADDRESSEE.
           MOVE YB-CUSTOMER-ID TO WS-CUSTOMER-ID.
           EVALUATE TRUE
              WHEN YB-IS-LOAN
                 MOVE LN-PIN TO RCD-PIN
                 MOVE LN-ACCT-NO TO RCD-ACCT-NO
                 PERFORM READ-LINKED-ACCOUNT
              WHEN YB-IS-DEPOSIT
                 MOVE TD-PIN TO RCD-PIN
                 MOVE TD-ACCT-NO TO RCD-ACCT-NO
                 PERFORM READ-LINKED-ACCOUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE 'N' TO WS-LANG-IS-EN.
           IF RCD-LANG-EN THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           END-IF.
           MOVE RCD-NAME TO WS-HOLDER-NAME.
           MOVE RCD-LAST-NAME TO WS-HOLDER-LAST-NAME.

       READ-LINKED-ACCOUNT.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE SPACES TO RCD-NAME
                 MOVE SPACES TO RCD-LAST-NAME
                 MOVE "FR" TO RCD-LANGUAGE
           END-READ.

       WRITE-CONFIRMATION-LETTER.
           MOVE SPACES TO WS-ITEM-LABEL.
           EVALUATE TRUE
              WHEN YB-IS-ACCOUNT AND WS-LANG-IS-EN = 'Y'
                 STRING "Account " YB-PIN "-" YB-ACCT-NO
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
              WHEN YB-IS-ACCOUNT
                 STRING "Compte " YB-PIN "-" YB-ACCT-NO
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
              WHEN YB-IS-LOAN AND WS-LANG-IS-EN = 'Y'
                 STRING "Loan " YB-ITEM-ID
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
              WHEN YB-IS-LOAN
                 STRING "Pret " YB-ITEM-ID
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
              WHEN WS-LANG-IS-EN = 'Y'
                 STRING "Term deposit " YB-ITEM-ID
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
              WHEN OTHER
                 STRING "Depot a terme " YB-ITEM-ID
                    DELIMITED BY SIZE INTO WS-ITEM-LABEL
                 END-STRING
           END-EVALUATE.
           MOVE YB-BALANCE TO WS-BALANCE-EDIT.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "BALANCE CONFIRMATION REQUEST AT 31/12/" YB-YEAR
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "DEMANDE DE CONFIRMATION DE SOLDE AU 31/12/"
                 YB-YEAR
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  At the request of our statutory auditors, please"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  confirm the balance below as at 31 December:"
                 TO DOC-LINE
           ELSE
              MOVE "  A la demande de nos commissaires aux comptes,"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  merci de confirmer le solde ci-dessous au 31/12 :"
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           STRING "    " WS-ITEM-LABEL " " WS-BALANCE-EDIT " "
              YB-CURRENCY
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  Please sign and return this letter, ticking:"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "    [ ] I agree with this balance"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "    [ ] I do not agree; my balance is: ..........."
                 TO DOC-LINE
           ELSE
              MOVE "  Merci de retourner ce courrier signe en cochant :"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "    [ ] Je confirme ce solde"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "    [ ] Je ne le confirme pas ; selon moi : ......"
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           STRING "  Reference " YB-YEAR " " YB-SOURCE " " YB-ITEM-ID
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

      *    The customer master has the postal address; a customer
      *    not on it still gets the name the account holds.
       WRITE-CUSTOMER-BLOCK.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              MOVE WS-CUSTOMER-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE SPACES TO CUSTOMER-MASTER-RECORD
              END-READ
           END-IF.
           IF CM-NAME = SPACES THEN
              MOVE WS-HOLDER-NAME TO CM-NAME
              MOVE WS-HOLDER-LAST-NAME TO CM-LAST-NAME
           END-IF.
           MOVE SPACES TO DOC-LINE.
           STRING CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           IF CM-ADDRESS-LINE = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DOC-LINE.
           STRING CM-ADDRESS-LINE
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           IF WS-MAIL-HELD THEN
              MOVE WS-HOLD-ID TO HD-HOLD-ID
              MOVE DOC-LINE TO HD-TEXT
              WRITE HELD-DOC-LINE
           ELSE
              WRITE DOC-LINE
           END-IF.

       END PROGRAM ConfirmationDraw.
