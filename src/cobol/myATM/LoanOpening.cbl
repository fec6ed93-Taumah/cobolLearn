           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  What secures the loan: pledged deposits and balances,
      *  guarantors, one row per security.
           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

      *  A guarantor must be a known customer.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  A loan booked over an exposure limit on a supervisor's
      *  visa, stamped in the login-audit style.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Every loan carries borrower insurance, written with it.
           SELECT LOAN-INSURANCE ASSIGN TO '../../data/loaninsur.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BI-LOAN-ID
              FILE STATUS IS LOAN-INSURANCE-FS.

      *  The insurer must be a payee on the biller master, which
      *  holds its settlement account.
           SELECT BILLER-RECORDS ASSIGN TO '../../data/billers.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BL-CODE
              FILE STATUS IS BILLER-RECORDS-FS.

      *  A loan written on a reference index carries its margin,
      *  floor, cap and reset calendar alongside.
           SELECT LOAN-VARIABLE ASSIGN TO '../../data/loanvar.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LV-LOAN-ID
              FILE STATUS IS LOAN-VARIABLE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       FD LOAN-INSURANCE.
       COPY "LOANINS.cpy".

       FD BILLER-RECORDS.
       COPY "BILLERREC.cpy".

       FD LOAN-VARIABLE.
       COPY "LOANVAR.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 LOAN-INSURANCE-FS PIC XX.
       01 BILLER-RECORDS-FS PIC XX.
       01 LOAN-VARIABLE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-PRINCIPAL PIC 9(7)V99.
       01 WS-ANNUAL-RATE-PCT PIC 9(2)V99.
       01 WS-PV-FACTOR PIC 9V9(6).

       01 WS-NEXT-LOAN-ID PIC 9(6) VALUE 0.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-BORROWER-OK PIC X VALUE 'Y'.

      *  The usury ceiling in force today for the loan's category;
      *  a rate above it is never booked.
       01 WS-RATE-OK PIC X VALUE 'N'.
       01 WS-CREDIT-KIND PIC X VALUE 'L'.
       01 WS-USURY-CATEGORY PIC X(2).
       01 WS-USURY-CEILING PIC 9(2)V99.
       01 WS-USURY-STATUS PIC 9.

      *  The scoring step's verdict on this application; a
      *  referred case needs a supervisor's sign-on before the
      *  desk may book it.
           88 WS-SUPERVISOR-HAS-ROLE VALUE 'S' 'A'.
       01 WS-SUPERVISOR-STATUS PIC 9 VALUE 1.

      *  The securities offered with the application, held here
      *  until the loan has a number to register them under.
       01 WS-SECURITY-CHOICE PIC 9 VALUE 0.
           88 WS-SECURITY-TERM-DEPOSIT VALUE 1.
           88 WS-SECURITY-SAVINGS VALUE 2.
           88 WS-SECURITY-GUARANTOR VALUE 3.
           88 WS-SECURITY-NONE-MORE VALUE 0.
       01 WS-SECURITY-DONE PIC X VALUE 'N'.
       01 WS-SECURITY-MAX PIC 9 VALUE 5.
       01 WS-SECURITY-COUNT PIC 9 VALUE 0.
       01 WS-SECURITY-IDX PIC 9 VALUE 0.
       01 WS-SECURITY-TABLE.
           03 WS-SECURITY-ENTRY OCCURS 5 TIMES.
              05 WS-SEC-TYPE PIC X.
              05 WS-SEC-PIN PIC 9(4).
              05 WS-SEC-ACCT-NO PIC 9(2).
              05 WS-SEC-TD-ID PIC 9(6).
              05 WS-SEC-GUARANTOR-ID PIC 9(4).
              05 WS-SEC-VALUATION PIC 9(7)V99.
       01 WS-SEC-PIN-IN PIC 9(4).
       01 WS-SEC-ACCT-IN PIC 9(2).
       01 WS-SEC-TD-IN PIC 9(6).
       01 WS-SEC-AMOUNT-IN PIC 9(7)V99.
       01 WS-ALREADY-PLEDGED PIC 9(9)V99.
       01 WS-FREE-BALANCE PIC S9(9)V99.
       01 WS-SECURITY-OK PIC X.
      *  Deposits and balances only: a guarantee is a promise,
      *  not a value we hold, and stays out of the loan-to-value.
       01 WS-COLLATERAL-VALUE PIC 9(9)V99 VALUE 0.

      *  What the loan adds to the borrower's exposure, and each
      *  guarantee to its guarantor's, against their limits.
       01 WS-EXPOSURE-PIN PIC 9(4).
       01 WS-EXPOSURE-ADDED PIC 9(9)V99.
       01 WS-EXPOSURE-BREACH PIC X VALUE 'N'.
       01 WS-LIMIT-RESULT PIC X.
       01 WS-EXPOSURE PIC 9(9)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-GROUP-ID PIC 9(4).
       01 WS-GROUP-EXPOSURE PIC 9(9)V99.
       01 WS-GROUP-LIMIT PIC 9(9)V99.

      *  The borrower insurance taken with the loan: the insurer,
      *  its annual rate on the initial capital, and the cover of
      *  the borrower and of an optional co-borrower.
       01 WS-INSURANCE-OK PIC X VALUE 'N'.
       01 WS-INSURER-CODE PIC X(4).
       01 WS-PREMIUM-RATE-PCT PIC 9V9(3).
       01 WS-BORROWER-COVER PIC 9(3).
       01 WS-CO-BORROWER-ID PIC 9(4).
       01 WS-CO-BORROWER-COVER PIC 9(3).
       01 WS-MONTHLY-PREMIUM PIC 9(5)V99.

      *  A variable rate: the index fixing in force today plus the
      *  margin, held between the floor and the cap, and reset
      *  every so many months from the opening.
       01 WS-VARIABLE-CHOICE PIC X VALUE 'N'.
           88 WS-IS-VARIABLE VALUE 'O' 'o'.
       01 WS-INDEX-CODE PIC X(8).
       01 WS-INDEX-RATE PIC S9(2)V999.
       01 WS-INDEX-STATUS PIC 9.
       01 WS-MARGIN-PCT PIC 9(2)V99.
       01 WS-FLOOR-PCT PIC 9(2)V99.
       01 WS-CAP-PCT PIC 9(2)V99.
       01 WS-FREQUENCY-MONTHS PIC 9(2).
           88 WS-FREQUENCY-VALID VALUE 1 3 6 12.
       01 WS-INDEXED-RATE PIC S9(3)V999.
       01 WS-REPRICE-DATE PIC 9(8).
       01 WS-REPRICE-DATE-PARTS REDEFINES WS-REPRICE-DATE.
           03 WS-RP-YEAR PIC 9(4).
           03 WS-RP-MONTH PIC 9(2).
           03 WS-RP-DAY PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

           DISPLAY "Montant du pret ?".
           ACCEPT WS-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY "Pret a taux variable (O/N) ?".
           ACCEPT WS-VARIABLE-CHOICE.
           IF WS-IS-VARIABLE THEN
              PERFORM CAPTURE-VARIABLE-TERMS
              IF WS-RATE-OK = 'N' THEN
                 DISPLAY "Conditions du taux variable refusees, pret "
                    "non enregistre"
                 STOP RUN
              END-IF
           ELSE
              PERFORM WITH TEST AFTER UNTIL WS-RATE-OK = 'Y'
                 DISPLAY "Taux annuel (%) ?"
                 ACCEPT WS-ANNUAL-RATE-PCT
                 PERFORM CHECK-USURY-CEILING
              END-PERFORM
           END-IF.

           PERFORM WITH TEST AFTER UNTIL WS-TERM-MONTHS > 0
              DISPLAY "Duree (mois) ?"
              END-IF
           END-PERFORM.

           PERFORM CAPTURE-SECURITIES.

           PERFORM CAPTURE-BORROWER-INSURANCE.
           IF WS-INSURANCE-OK = 'N' THEN
              DISPLAY "Assurance emprunteur obligatoire, pret non "
                 "enregistre"
              STOP RUN
           END-IF.
      *    A pledged account read while capturing leaves its own
      *    balance in the record area; the borrower's is read back
      *    for the ceiling check below.
           PERFORM CHECK-BORROWER-ACCOUNT.
           IF WS-BORROWER-OK = 'N' THEN
              STOP RUN
           END-IF.

      *    The paper form nobody checked is now a scoring step
      *    nobody can skip: decline stops here, a referral needs
      *    a supervisor's own sign-on before anything books.
           CALL "CreditScore" USING BY REFERENCE LN-PIN
              WS-PRINCIPAL WS-COLLATERAL-VALUE WS-SCORE WS-DECISION.
           DISPLAY "Score de credit : " WS-SCORE.
           EVALUATE WS-DECISION
              WHEN 'A'
                 STOP RUN
           END-EVALUATE.

      *    A good score does not lift the customer's ceiling: a
      *    loan that would breach it books only on a supervisor's
      *    visa, the referral's own if one was already given.
           PERFORM CHECK-EXPOSURE-LIMITS.
           IF WS-EXPOSURE-BREACH = 'Y' THEN
              IF WS-SUPERVISOR-STATUS NOT = 0
                    OR NOT WS-SUPERVISOR-HAS-ROLE THEN
                 DISPLAY "Limite d'encours depassee, visa "
                    "superviseur requis"
                 CALL "TellerSignOn" USING BY REFERENCE
                    WS-SUPERVISOR-ID WS-SUPERVISOR-ROLE
                    WS-SUPERVISOR-STATUS
                 IF WS-SUPERVISOR-STATUS NOT = 0
                       OR NOT WS-SUPERVISOR-HAS-ROLE THEN
                    DISPLAY "Visa superviseur absent, pret non "
                       "enregistre"
                    STOP RUN
                 END-IF
              END-IF
              PERFORM LOG-EXPOSURE-OVERRIDE
           END-IF.

      *    The principal is disbursed through the account, so
      *    the balance ceiling bounds what this desk can lend.
           ADD RCD-AMMOUNT WS-PRINCIPAL GIVING NEW-AMMOUNT.
           END-WRITE.
           CLOSE LOAN-RECORDS.

           PERFORM REGISTER-SECURITIES.
           PERFORM REGISTER-BORROWER-INSURANCE.
           IF WS-IS-VARIABLE THEN
              PERFORM REGISTER-VARIABLE-TERMS
           END-IF.
           PERFORM DISBURSE-PRINCIPAL.

           DISPLAY "Pret " LN-ID " ouvert, mensualite " WS-PAYMENT.
           DISPLAY "Prime d'assurance mensuelle " WS-MONTHLY-PREMIUM
              " versee a " WS-INSURER-CODE.
           IF WS-IS-VARIABLE THEN
              DISPLAY "Taux variable " WS-INDEX-CODE " + "
                 WS-MARGIN-PCT " %, revise tous les "
                 WS-FREQUENCY-MONTHS " mois, prochaine revision le "
                 LV-NEXT-REPRICE-DATE
           END-IF.

           STOP RUN.

      *    No ceiling published for the category yet is not a
      *    reason to turn the customer away; it is said, not
      *    enforced.
       CHECK-USURY-CEILING.
           MOVE 'Y' TO WS-RATE-OK.
           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND WS-PRINCIPAL WS-TODAY WS-USURY-CATEGORY
              WS-USURY-CEILING WS-USURY-STATUS.
           IF WS-USURY-STATUS NOT = 0 THEN
              DISPLAY "Aucun taux d'usure en vigueur pour la "
                 "categorie " WS-USURY-CATEGORY
              EXIT PARAGRAPH
           END-IF.
           IF WS-ANNUAL-RATE-PCT > WS-USURY-CEILING THEN
              MOVE 'N' TO WS-RATE-OK
              DISPLAY "Taux usuraire : le plafond en vigueur pour "
                 "la categorie " WS-USURY-CATEGORY " est "
                 WS-USURY-CEILING " %"
           END-IF.

      *    The opening rate is priced like every later reset: the
      *    fixing in force today plus the margin, inside the floor
      *    and the cap, and never above the usury ceiling.
       CAPTURE-VARIABLE-TERMS.
           MOVE 'N' TO WS-RATE-OK.
           DISPLAY "Indice de reference (EUR3M) ?".
           ACCEPT WS-INDEX-CODE.
           CALL "GetIndexRate" USING BY REFERENCE WS-INDEX-CODE
              WS-TODAY WS-INDEX-RATE WS-INDEX-STATUS.
           IF WS-INDEX-STATUS NOT = 0 THEN
              DISPLAY "Aucune fixation en vigueur pour l'indice "
                 WS-INDEX-CODE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fixation en vigueur : " WS-INDEX-RATE " %".

           DISPLAY "Marge contractuelle (%) ?".
           ACCEPT WS-MARGIN-PCT.
           DISPLAY "Taux plancher (%) ?".
           ACCEPT WS-FLOOR-PCT.
           DISPLAY "Taux plafond (%) ?".
           ACCEPT WS-CAP-PCT.
           IF WS-CAP-PCT = 0 OR WS-CAP-PCT < WS-FLOOR-PCT THEN
              DISPLAY "Le plafond doit etre positif et au moins egal "
                 "au plancher"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Periodicite de revision (1, 3, 6 ou 12 mois) ?".
           ACCEPT WS-FREQUENCY-MONTHS.
           IF NOT WS-FREQUENCY-VALID THEN
              DISPLAY "Periodicite invalide"
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INDEXED-RATE = WS-INDEX-RATE + WS-MARGIN-PCT.
           IF WS-INDEXED-RATE < WS-FLOOR-PCT THEN
              MOVE WS-FLOOR-PCT TO WS-INDEXED-RATE
           END-IF.
           IF WS-INDEXED-RATE > WS-CAP-PCT THEN
              MOVE WS-CAP-PCT TO WS-INDEXED-RATE
           END-IF.
           COMPUTE WS-ANNUAL-RATE-PCT ROUNDED = WS-INDEXED-RATE.
           DISPLAY "Taux initial du pret : " WS-ANNUAL-RATE-PCT " %".
           PERFORM CHECK-USURY-CEILING.

      *    The first reset falls one period after the opening; a
      *    day past the 28th is brought back to it so that every
      *    month has the date.
       REGISTER-VARIABLE-TERMS.
           MOVE WS-TODAY TO WS-REPRICE-DATE.
           COMPUTE WS-MONTH-COUNT = WS-RP-YEAR * 12 + WS-RP-MONTH - 1
              + WS-FREQUENCY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-RP-YEAR
              REMAINDER WS-RP-MONTH.
           ADD 1 TO WS-RP-MONTH.
           IF WS-RP-DAY > 28 THEN
              MOVE 28 TO WS-RP-DAY
           END-IF.

           OPEN I-O LOAN-VARIABLE.
           IF LOAN-VARIABLE-FS = "35" THEN
              CLOSE LOAN-VARIABLE
              OPEN OUTPUT LOAN-VARIABLE
              CLOSE LOAN-VARIABLE
              OPEN I-O LOAN-VARIABLE
           END-IF.
           INITIALIZE LOAN-VARIABLE-RECORD.
           MOVE LN-ID TO LV-LOAN-ID.
           MOVE WS-INDEX-CODE TO LV-INDEX-CODE.
           MOVE WS-MARGIN-PCT TO LV-MARGIN-PCT.
           MOVE WS-FLOOR-PCT TO LV-FLOOR-PCT.
           MOVE WS-CAP-PCT TO LV-CAP-PCT.
           MOVE WS-FREQUENCY-MONTHS TO LV-FREQUENCY-MONTHS.
           MOVE WS-REPRICE-DATE TO LV-NEXT-REPRICE-DATE.
           MOVE WS-TODAY TO LV-LAST-REPRICE-DATE.
           MOVE WS-INDEX-RATE TO LV-LAST-INDEX-PCT.
           MOVE 0 TO LV-PENDING-RATE-PCT.
           MOVE 0 TO LV-PENDING-INDEX-PCT.
           MOVE 0 TO LV-NOTICE-DATE.
           WRITE LOAN-VARIABLE-RECORD
              INVALID KEY
                 DISPLAY "Conditions variables du pret " LN-ID
                    " non enregistrees"
           END-WRITE.
           CLOSE LOAN-VARIABLE.

      *    The borrower's exposure grows by the principal, each
      *    guarantor's by what they answer for.
       CHECK-EXPOSURE-LIMITS.
           MOVE 'N' TO WS-EXPOSURE-BREACH.
           MOVE LN-PIN TO WS-EXPOSURE-PIN.
           MOVE WS-PRINCIPAL TO WS-EXPOSURE-ADDED.
           PERFORM CHECK-ONE-EXPOSURE.
           PERFORM VARYING WS-SECURITY-IDX FROM 1 BY 1
                 UNTIL WS-SECURITY-IDX > WS-SECURITY-COUNT
              IF WS-SEC-TYPE(WS-SECURITY-IDX) = 'G' THEN
                 MOVE WS-SEC-GUARANTOR-ID(WS-SECURITY-IDX)
                    TO WS-EXPOSURE-PIN
                 MOVE WS-SEC-VALUATION(WS-SECURITY-IDX)
                    TO WS-EXPOSURE-ADDED
                 PERFORM CHECK-ONE-EXPOSURE
              END-IF
           END-PERFORM.

       CHECK-ONE-EXPOSURE.
           CALL "CheckExposureLimit" USING BY REFERENCE
              WS-EXPOSURE-PIN WS-EXPOSURE-ADDED WS-LIMIT-RESULT
              WS-EXPOSURE WS-LIMIT WS-GROUP-ID WS-GROUP-EXPOSURE
              WS-GROUP-LIMIT.
           EVALUATE WS-LIMIT-RESULT
              WHEN 'C'
                 MOVE 'Y' TO WS-EXPOSURE-BREACH
                 DISPLAY "Client " WS-EXPOSURE-PIN " : encours "
                    WS-EXPOSURE " + " WS-EXPOSURE-ADDED
                    " au-dela de la limite " WS-LIMIT
              WHEN 'G'
                 MOVE 'Y' TO WS-EXPOSURE-BREACH
                 DISPLAY "Client " WS-EXPOSURE-PIN " : groupe "
                    WS-GROUP-ID " encours " WS-GROUP-EXPOSURE
                    " + " WS-EXPOSURE-ADDED
                    " au-dela de la limite " WS-GROUP-LIMIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       LOG-EXPOSURE-OVERRIDE.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "ENCOURS DEPASSE pret client=" LN-PIN
              " montant=" WS-PRINCIPAL
              " visa=" WS-SUPERVISOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       CHECK-BORROWER-ACCOUNT.
           MOVE 'Y' TO WS-BORROWER-OK.
           OPEN INPUT BANK-RECORDS.
           END-PERFORM.
           ADD 1 TO WS-NEXT-LOAN-ID.

      *    Up to five securities per application, any mix of the
      *    three kinds; none at all is an unsecured loan.
       CAPTURE-SECURITIES.
           MOVE 0 TO WS-SECURITY-COUNT.
           MOVE 0 TO WS-COLLATERAL-VALUE.
           MOVE 'N' TO WS-SECURITY-DONE.
           PERFORM UNTIL WS-SECURITY-DONE = 'Y'
              DISPLAY "Garantie : 1=depot a terme nanti, "
                 "2=epargne nantie, 3=caution, 0=aucune autre"
              ACCEPT WS-SECURITY-CHOICE
              EVALUATE TRUE
                 WHEN WS-SECURITY-TERM-DEPOSIT
                    PERFORM CAPTURE-PLEDGED-DEPOSIT
                 WHEN WS-SECURITY-SAVINGS
                    PERFORM CAPTURE-PLEDGED-SAVINGS
                 WHEN WS-SECURITY-GUARANTOR
                    PERFORM CAPTURE-GUARANTOR
                 WHEN WS-SECURITY-NONE-MORE
                    MOVE 'Y' TO WS-SECURITY-DONE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
              IF WS-SECURITY-COUNT >= WS-SECURITY-MAX THEN
                 DISPLAY "Nombre maximal de garanties atteint"
                 MOVE 'Y' TO WS-SECURITY-DONE
              END-IF
           END-PERFORM.

      *    An active deposit, not already pledged to another loan
      *    nor twice on this application, pledged for its
      *    principal.
       CAPTURE-PLEDGED-DEPOSIT.
           DISPLAY "Numero du depot a terme ?".
           ACCEPT WS-SEC-TD-IN.
           MOVE 'N' TO WS-SECURITY-OK.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS NOT = "00" THEN
              DISPLAY "Aucun depot a terme"
              CLOSE TERM-DEPOSITS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-TD-IN TO TD-ID.
           READ TERM-DEPOSITS
              INVALID KEY
                 DISPLAY "Depot introuvable"
              NOT INVALID KEY
                 IF TD-IS-ACTIVE THEN
                    MOVE 'Y' TO WS-SECURITY-OK
                 ELSE
                    DISPLAY "Ce depot n'est plus actif"
                 END-IF
           END-READ.
           CLOSE TERM-DEPOSITS.
           IF WS-SECURITY-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-SECURITY-IDX FROM 1 BY 1
                 UNTIL WS-SECURITY-IDX > WS-SECURITY-COUNT
              IF WS-SEC-TYPE(WS-SECURITY-IDX) = 'T'
                    AND WS-SEC-TD-ID(WS-SECURITY-IDX) = TD-ID THEN
                 MOVE 'N' TO WS-SECURITY-OK
              END-IF
           END-PERFORM.
           IF WS-SECURITY-OK = 'Y' THEN
              PERFORM CHECK-DEPOSIT-NOT-PLEDGED
           END-IF.
           IF WS-SECURITY-OK = 'N' THEN
              DISPLAY "Ce depot est deja nanti"
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECURITY-COUNT.
           MOVE 'T' TO WS-SEC-TYPE(WS-SECURITY-COUNT).
           MOVE TD-PIN TO WS-SEC-PIN(WS-SECURITY-COUNT).
           MOVE TD-ACCT-NO TO WS-SEC-ACCT-NO(WS-SECURITY-COUNT).
           MOVE TD-ID TO WS-SEC-TD-ID(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-GUARANTOR-ID(WS-SECURITY-COUNT).
           MOVE TD-PRINCIPAL TO WS-SEC-VALUATION(WS-SECURITY-COUNT).
           ADD TD-PRINCIPAL TO WS-COLLATERAL-VALUE.
           DISPLAY "Depot " TD-ID " nanti pour " TD-PRINCIPAL.

       CHECK-DEPOSIT-NOT-PLEDGED.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE TD-ID TO CL-TD-ID.
           START COLLATERAL-RECORDS KEY IS = CL-TD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-TD-ID NOT = TD-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-TERM-DEPOSIT THEN
                          MOVE 'N' TO WS-SECURITY-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

      *    The account may belong to the borrower or to a third
      *    party; only what is not already pledged, here or to
      *    another loan, can be pledged again.
       CAPTURE-PLEDGED-SAVINGS.
           DISPLAY "PIN du titulaire du compte nanti ?".
           ACCEPT WS-SEC-PIN-IN.
           DISPLAY "Numero du compte nanti ?".
           ACCEPT WS-SEC-ACCT-IN.
           MOVE 'N' TO WS-SECURITY-OK.
           OPEN INPUT BANK-RECORDS.
           MOVE WS-SEC-PIN-IN TO RCD-PIN.
           MOVE WS-SEC-ACCT-IN TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
              NOT INVALID KEY
                 IF RCD-ACTIVE THEN
                    MOVE 'Y' TO WS-SECURITY-OK
                 ELSE
                    DISPLAY "Compte non actif"
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.
           IF WS-SECURITY-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM FETCH-ALREADY-PLEDGED.
           PERFORM VARYING WS-SECURITY-IDX FROM 1 BY 1
                 UNTIL WS-SECURITY-IDX > WS-SECURITY-COUNT
              IF WS-SEC-TYPE(WS-SECURITY-IDX) = 'S'
                    AND WS-SEC-PIN(WS-SECURITY-IDX) = WS-SEC-PIN-IN
                    AND WS-SEC-ACCT-NO(WS-SECURITY-IDX)
                       = WS-SEC-ACCT-IN THEN
                 ADD WS-SEC-VALUATION(WS-SECURITY-IDX)
                    TO WS-ALREADY-PLEDGED
              END-IF
           END-PERFORM.
           COMPUTE WS-FREE-BALANCE = RCD-AMMOUNT - WS-ALREADY-PLEDGED.
           IF WS-FREE-BALANCE <= 0 THEN
              DISPLAY "Aucun solde libre a nantir sur ce compte"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant nanti (0 = tout le solde libre "
              WS-FREE-BALANCE ") ?".
           ACCEPT WS-SEC-AMOUNT-IN.
           IF WS-SEC-AMOUNT-IN = 0 THEN
              MOVE WS-FREE-BALANCE TO WS-SEC-AMOUNT-IN
           END-IF.
           IF WS-SEC-AMOUNT-IN > WS-FREE-BALANCE THEN
              DISPLAY "Montant superieur au solde libre"
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECURITY-COUNT.
           MOVE 'S' TO WS-SEC-TYPE(WS-SECURITY-COUNT).
           MOVE WS-SEC-PIN-IN TO WS-SEC-PIN(WS-SECURITY-COUNT).
           MOVE WS-SEC-ACCT-IN TO WS-SEC-ACCT-NO(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-TD-ID(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-GUARANTOR-ID(WS-SECURITY-COUNT).
           MOVE WS-SEC-AMOUNT-IN
              TO WS-SEC-VALUATION(WS-SECURITY-COUNT).
           ADD WS-SEC-AMOUNT-IN TO WS-COLLATERAL-VALUE.
           DISPLAY "Compte " WS-SEC-PIN-IN "-" WS-SEC-ACCT-IN
              " nanti pour " WS-SEC-AMOUNT-IN.

       FETCH-ALREADY-PLEDGED.
           MOVE 0 TO WS-ALREADY-PLEDGED.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE WS-SEC-PIN-IN TO CL-PIN.
           MOVE WS-SEC-ACCT-IN TO CL-ACCT-NO.
           START COLLATERAL-RECORDS KEY IS = CL-ACCOUNT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-PIN NOT = WS-SEC-PIN-IN
                          OR CL-ACCT-NO NOT = WS-SEC-ACCT-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-SAVINGS THEN
                          ADD CL-VALUATION TO WS-ALREADY-PLEDGED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

      *    A guarantor is another customer of ours, in good KYC
      *    standing, answering for an amount of their choosing.
       CAPTURE-GUARANTOR.
           DISPLAY "Numero client de la caution ?".
           ACCEPT WS-SEC-PIN-IN.
           IF WS-SEC-PIN-IN = LN-PIN THEN
              DISPLAY "L'emprunteur ne peut se porter caution"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SECURITY-OK.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients absent"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-PIN-IN TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client introuvable"
              NOT INVALID KEY
                 IF CM-KYC-REFUSED THEN
                    DISPLAY "Dossier KYC refuse, caution rejetee"
                 ELSE
                    MOVE 'Y' TO WS-SECURITY-OK
                 END-IF
           END-READ.
           CLOSE CUSTOMER-MASTER.
           IF WS-SECURITY-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant garanti par " CM-NAME " " CM-LAST-NAME
              " ?".
           ACCEPT WS-SEC-AMOUNT-IN.
           IF WS-SEC-AMOUNT-IN = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECURITY-COUNT.
           MOVE 'G' TO WS-SEC-TYPE(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-PIN(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-ACCT-NO(WS-SECURITY-COUNT).
           MOVE 0 TO WS-SEC-TD-ID(WS-SECURITY-COUNT).
           MOVE WS-SEC-PIN-IN
              TO WS-SEC-GUARANTOR-ID(WS-SECURITY-COUNT).
           MOVE WS-SEC-AMOUNT-IN
              TO WS-SEC-VALUATION(WS-SECURITY-COUNT).
           DISPLAY "Caution de " WS-SEC-PIN-IN " enregistree pour "
              WS-SEC-AMOUNT-IN.

       REGISTER-SECURITIES.
           IF WS-SECURITY-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS = "35" THEN
              OPEN OUTPUT COLLATERAL-RECORDS
              CLOSE COLLATERAL-RECORDS
              OPEN I-O COLLATERAL-RECORDS
           END-IF.
           PERFORM VARYING WS-SECURITY-IDX FROM 1 BY 1
                 UNTIL WS-SECURITY-IDX > WS-SECURITY-COUNT
              MOVE LN-ID TO CL-LOAN-ID
              MOVE WS-SECURITY-IDX TO CL-SEQ
              MOVE WS-SEC-TYPE(WS-SECURITY-IDX) TO CL-TYPE
              MOVE WS-SEC-PIN(WS-SECURITY-IDX) TO CL-PIN
              MOVE WS-SEC-ACCT-NO(WS-SECURITY-IDX) TO CL-ACCT-NO
              MOVE WS-SEC-TD-ID(WS-SECURITY-IDX) TO CL-TD-ID
              MOVE WS-SEC-GUARANTOR-ID(WS-SECURITY-IDX)
                 TO CL-GUARANTOR-ID
              MOVE WS-SEC-VALUATION(WS-SECURITY-IDX) TO CL-VALUATION
              MOVE WS-TODAY TO CL-VALUATION-DATE
              MOVE 'A' TO CL-STATUS
              MOVE WS-TODAY TO CL-PLEDGE-DATE
              MOVE 0 TO CL-RELEASE-DATE
              MOVE 0 TO CL-NOTIFIED-DATE
              WRITE COLLATERAL-RECORD
                 INVALID KEY
                    DISPLAY "Garantie " WS-SECURITY-IDX
                       " non enregistree"
              END-WRITE
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.
           DISPLAY WS-SECURITY-COUNT " garantie(s) enregistree(s)".

      *    The insurer is an active payee of ours; the borrower is
      *    always insured, a co-borrower only if named, and each
      *    cover is a share of the outstanding up to the whole.
       CAPTURE-BORROWER-INSURANCE.
           MOVE 'N' TO WS-INSURANCE-OK.
           DISPLAY "Code de l'assureur emprunteur ?".
           ACCEPT WS-INSURER-CODE.
           MOVE 'N' TO WS-SECURITY-OK.
           OPEN INPUT BILLER-RECORDS.
           IF BILLER-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des factureurs absent"
              CLOSE BILLER-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INSURER-CODE TO BL-CODE.
           READ BILLER-RECORDS
              INVALID KEY
                 DISPLAY "Assureur inconnu"
              NOT INVALID KEY
                 IF BL-IS-ACTIVE THEN
                    MOVE 'Y' TO WS-SECURITY-OK
                 ELSE
                    DISPLAY "Cet assureur n'est plus actif"
                 END-IF
           END-READ.
           CLOSE BILLER-RECORDS.
           IF WS-SECURITY-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Taux annuel de l'assurance (% du capital) ?".
           ACCEPT WS-PREMIUM-RATE-PCT.
           IF WS-PREMIUM-RATE-PCT = 0 THEN
              DISPLAY "Le taux doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quotite de l'emprunteur (%) ?".
           ACCEPT WS-BORROWER-COVER.
           IF WS-BORROWER-COVER = 0 OR WS-BORROWER-COVER > 100 THEN
              DISPLAY "Quotite invalide, de 1 a 100 %"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero client du co-emprunteur (0 = aucun) ?".
           ACCEPT WS-CO-BORROWER-ID.
           MOVE 0 TO WS-CO-BORROWER-COVER.
           IF WS-CO-BORROWER-ID NOT = 0 THEN
              PERFORM CAPTURE-CO-BORROWER-COVER
              IF WS-SECURITY-OK = 'N' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'Y' TO WS-INSURANCE-OK.

      *    The co-borrower is another customer of ours in good KYC
      *    standing, the same test a guarantor passes.
       CAPTURE-CO-BORROWER-COVER.
           MOVE 'N' TO WS-SECURITY-OK.
           IF WS-CO-BORROWER-ID = LN-PIN THEN
              DISPLAY "Le co-emprunteur doit differer de "
                 "l'emprunteur"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients absent"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CO-BORROWER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client introuvable"
              NOT INVALID KEY
                 IF CM-KYC-REFUSED THEN
                    DISPLAY "Dossier KYC refuse, co-emprunteur "
                       "rejete"
                 ELSE
                    MOVE 'Y' TO WS-SECURITY-OK
                 END-IF
           END-READ.
           CLOSE CUSTOMER-MASTER.
           IF WS-SECURITY-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Quotite de " CM-NAME " " CM-LAST-NAME " (%) ?".
           ACCEPT WS-CO-BORROWER-COVER.
           IF WS-CO-BORROWER-COVER = 0
                 OR WS-CO-BORROWER-COVER > 100 THEN
              DISPLAY "Quotite invalide, de 1 a 100 %"
              MOVE 'N' TO WS-SECURITY-OK
           END-IF.

      *    The premium is a fixed monthly figure on the initial
      *    capital, for the total cover of both insured.
       REGISTER-BORROWER-INSURANCE.
           COMPUTE WS-MONTHLY-PREMIUM ROUNDED =
              WS-PRINCIPAL * WS-PREMIUM-RATE-PCT / 100 / 12
              * (WS-BORROWER-COVER + WS-CO-BORROWER-COVER) / 100.
           OPEN I-O LOAN-INSURANCE.
           IF LOAN-INSURANCE-FS = "35" THEN
              CLOSE LOAN-INSURANCE
              OPEN OUTPUT LOAN-INSURANCE
              CLOSE LOAN-INSURANCE
              OPEN I-O LOAN-INSURANCE
           END-IF.
           INITIALIZE LOAN-INSURANCE-RECORD.
           MOVE LN-ID TO BI-LOAN-ID.
           MOVE WS-INSURER-CODE TO BI-INSURER-CODE.
           MOVE WS-PREMIUM-RATE-PCT TO BI-PREMIUM-RATE-PCT.
           MOVE WS-MONTHLY-PREMIUM TO BI-MONTHLY-PREMIUM.
           MOVE LN-PIN TO BI-INSURED-ID(1).
           MOVE WS-BORROWER-COVER TO BI-COVER-PCT(1).
           MOVE WS-CO-BORROWER-ID TO BI-INSURED-ID(2).
           MOVE WS-CO-BORROWER-COVER TO BI-COVER-PCT(2).
           MOVE WS-TODAY TO BI-START-DATE.
           MOVE 'A' TO BI-STATUS.
           WRITE LOAN-INSURANCE-RECORD
              INVALID KEY
                 DISPLAY "Assurance du pret " LN-ID
                    " non enregistree"
           END-WRITE.
           CLOSE LOAN-INSURANCE.

       DISBURSE-PRINCIPAL.
           OPEN I-O BANK-RECORDS.
           MOVE LN-PIN TO RCD-PIN.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
