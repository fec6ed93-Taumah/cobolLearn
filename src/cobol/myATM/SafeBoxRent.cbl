       IDENTIFICATION DIVISION.
       PROGRAM-ID. SafeBoxRent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-RENTALS ASSIGN TO '../../data/boxrent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CONTRACT-ID
              FILE STATUS IS SAFE-RENTALS-FS.

      *  Read for the size of the box, which sets its rent.
           SELECT SAFE-BOXES ASSIGN TO '../../data/safebox.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SB-KEY
              FILE STATUS IS SAFE-BOXES-FS.

           SELECT BOX-TARIFF ASSIGN TO '../../data/boxtariff.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BOX-TARIFF-FS.

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

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

      *  The rent taken goes on the same advice file as the
      *  monthly account fees, for the statement mailing.
           SELECT FEE-ADVICES ASSIGN TO '../../data/feeadvice.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Reminder, formal notice and forced-opening letters, for
      *  the print room to cut and mail.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The strongroom's list: rent taken, letters sent and the
      *  forced openings whose date has come.
           SELECT BOX-RENT-REPORT ASSIGN TO
                 '../../data/boxrentrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SAFE-RENTALS.
       COPY "SAFERENT.cpy".

       FD SAFE-BOXES.
       COPY "SAFEBOX.cpy".

       FD BOX-TARIFF.
       01 BOX-TARIFF-RECORD.
           03 BT-SIZE PIC X.
           03 FILLER PIC X.
           03 BT-ANNUAL-RENT PIC 9(5)V99.

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD FEE-ADVICES.
       01 FEE-ADVICE-LINE PIC X(80).

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD BOX-RENT-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 SAFE-RENTALS-FS PIC XX.
       01 SAFE-BOXES-FS PIC XX.
       01 BOX-TARIFF-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 WS-BOXES-OPEN PIC X VALUE 'N'.
       01 WS-BANK-OPEN PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

      *  The rent per size when the tariff file has no line for it.
       01 WS-RENT-SMALL PIC 9(5)V99 VALUE 60,00.
       01 WS-RENT-MEDIUM PIC 9(5)V99 VALUE 90,00.
       01 WS-RENT-LARGE PIC 9(5)V99 VALUE 150,00.
       01 WS-BOX-RENT PIC 9(5)V99.

      *  Days between one dunning step and the next, and the
      *  notice given before a box is forced open. Per-deployment
      *  override like the other batch windows.
       01 WS-STEP-DAYS PIC 9(3) VALUE 30.
       01 WS-STEP-RAW PIC X(3) VALUE SPACES.
       01 WS-DAYS-SINCE PIC S9(6).

       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           03 WS-DUE-YYYY PIC 9(4).
           03 WS-DUE-MMDD PIC 9(4).

      *  The shared availability engine's answer, as for the
      *  monthly fees: rent is only taken from funds actually
      *  available, and a partial payment leaves the rest owed.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-RENT-DUE PIC 9(5)V99.
       01 WS-RENT-TAKEN PIC 9(5)V99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-AMOUNT-EDIT PIC ZZZZ9,99.

       01 WS-CONTRACTS-READ PIC 9(5) VALUE 0.
       01 WS-RENTS-CHARGED PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-DEBITED PIC 9(5) VALUE 0.
       01 WS-RENT-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-FORCED-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-ANOMALY-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-EDIT PIC ZZZZZZ9,99.

       01 WS-LANG-IS-EN PIC X VALUE 'N'.
       01 WS-LETTER-TITLE PIC X(40).

      *  Post for a customer whose address La Poste sent back is
      *  held: the letter goes to the held-documents file under
      *  its hold-mail row instead of the print file.
       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "SafeBoxRent".
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
           ACCEPT WS-STEP-RAW FROM ENVIRONMENT "BOXRENT_STEP_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-STEP-RAW IS NUMERIC THEN
              MOVE WS-STEP-RAW TO WS-STEP-DAYS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           PERFORM LOAD-BOX-TARIFF.

           OPEN I-O SAFE-RENTALS.
           IF SAFE-RENTALS-FS NOT = "00" THEN
              DISPLAY "Aucun contrat de location de coffre"
              CLOSE SAFE-RENTALS
              STOP RUN
           END-IF.
           OPEN INPUT SAFE-BOXES.
           IF SAFE-BOXES-FS = "00" THEN
              MOVE 'Y' TO WS-BOXES-OPEN
           END-IF.
           OPEN I-O BANK-RECORDS.
           IF BANK-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-BANK-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF.
           OPEN EXTEND FEE-ADVICES.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.
           OPEN OUTPUT BOX-RENT-REPORT.

           MOVE SPACES TO REPORT-LINE.
           STRING "LOYERS DES COFFRES-FORTS AU " WS-TODAY
              " (RELANCE TOUS LES " WS-STEP-DAYS " JOURS)"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SAFE-RENTALS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SR-IS-ACTIVE OR SR-IS-SEALED THEN
                       ADD 1 TO WS-CONTRACTS-READ
                       PERFORM PROCESS-ONE-CONTRACT
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-RENT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTRATS=" WS-CONTRACTS-READ
              " LOYERS ECHUS=" WS-RENTS-CHARGED
              " PRELEVEMENTS=" WS-ACCOUNTS-DEBITED
              " MONTANT=" WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LETTRES=" WS-LETTER-COUNT
              " DONT RETENUES=" WS-HELD-LETTERS
              " OUVERTURES FORCEES A FAIRE=" WS-FORCED-DUE-COUNT
              " ANOMALIES=" WS-ANOMALY-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE SAFE-RENTALS.
           IF WS-BOXES-OPEN = 'Y' THEN
              CLOSE SAFE-BOXES
           END-IF.
           IF WS-BANK-OPEN = 'Y' THEN
              CLOSE BANK-RECORDS
           END-IF.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE FEE-ADVICES.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.
           CLOSE BOX-RENT-REPORT.

           DISPLAY WS-CONTRACTS-READ " contrat(s), "
              WS-ACCOUNTS-DEBITED " prelevement(s), total "
              WS-RENT-TOTAL.
           DISPLAY WS-LETTER-COUNT " lettre(s) de relance, "
              WS-FORCED-DUE-COUNT " ouverture(s) forcee(s) a faire".
           IF WS-LETTER-COUNT > 0 OR WS-FORCED-DUE-COUNT > 0
                 OR WS-ANOMALY-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-BOX-TARIFF.
           OPEN INPUT BOX-TARIFF.
           IF BOX-TARIFF-FS NOT = "00" THEN
              CLOSE BOX-TARIFF
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BOX-TARIFF
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE BT-SIZE
                       WHEN 'P'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-SMALL
                       WHEN 'M'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-MEDIUM
                       WHEN 'G'
                          MOVE BT-ANNUAL-RENT TO WS-RENT-LARGE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE BOX-TARIFF.

      *    A sealed box still owes its rent, claimed from the
      *    estate with the rest; only a box open for business is
      *    dunned towards a forced opening.
       PROCESS-ONE-CONTRACT.
           PERFORM CHARGE-DUE-RENT.
           IF SR-ARREARS > 0 THEN
              PERFORM COLLECT-ARREARS
           END-IF.
           IF SR-ARREARS = 0 THEN
              MOVE 0 TO SR-DUNNING-LEVEL
              MOVE 0 TO SR-FORCED-OPEN-DATE
           ELSE
              IF SR-IS-ACTIVE THEN
                 PERFORM ESCALATE-DUNNING
              END-IF
           END-IF.
           REWRITE SAFE-RENTAL-RECORD.

      *    Each anniversary the contract has passed adds a year's
      *    rent at today's tariff for the box's size; a run missed
      *    for a year or more catches every one of them up.
       CHARGE-DUE-RENT.
           IF SR-NEXT-DUE-DATE = 0 THEN
              MOVE SR-START-DATE TO SR-NEXT-DUE-DATE
           END-IF.
           IF SR-NEXT-DUE-DATE > WS-TODAY THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SAFE-BOXES-FS.
           IF WS-BOXES-OPEN = 'Y' THEN
              MOVE SR-BRANCH TO SB-BRANCH
              MOVE SR-BOX-NUMBER TO SB-NUMBER
              READ SAFE-BOXES
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           IF SAFE-BOXES-FS NOT = "00" THEN
              ADD 1 TO WS-ANOMALY-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "ANOMALIE contrat " SR-CONTRACT-ID
                 " coffre " SR-BRANCH "-" SR-BOX-NUMBER
                 " absent de l'inventaire, loyer non calcule"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN SB-SIZE-SMALL
                 MOVE WS-RENT-SMALL TO WS-BOX-RENT
              WHEN SB-SIZE-MEDIUM
                 MOVE WS-RENT-MEDIUM TO WS-BOX-RENT
              WHEN OTHER
                 MOVE WS-RENT-LARGE TO WS-BOX-RENT
           END-EVALUATE.

           PERFORM UNTIL SR-NEXT-DUE-DATE > WS-TODAY
              ADD WS-BOX-RENT TO SR-ARREARS
              MOVE WS-BOX-RENT TO SR-LAST-RENT
              ADD 1 TO WS-RENTS-CHARGED
              MOVE WS-BOX-RENT TO WS-AMOUNT-EDIT
              MOVE SPACES TO REPORT-LINE
              STRING "ECHEANCE contrat " SR-CONTRACT-ID
                 " coffre " SR-BRANCH "-" SR-BOX-NUMBER
                 " taille " SB-SIZE
                 " du " SR-NEXT-DUE-DATE
                 " loyer " WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SR-NEXT-DUE-DATE TO WS-DUE-DATE
              ADD 1 TO WS-DUE-YYYY
              IF WS-DUE-MMDD = 0229 THEN
                 MOVE 0228 TO WS-DUE-MMDD
              END-IF
              MOVE WS-DUE-DATE TO SR-NEXT-DUE-DATE
           END-PERFORM.

      *    Taken from the account named on the contract the way
      *    the monthly fees are: capped at what is available,
      *    posted as a fee so the ledger, the fee summary and the
      *    branch figures all see it, with an advice line.
       COLLECT-ARREARS.
           IF WS-BANK-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SR-PIN TO RCD-PIN.
           MOVE SR-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'C' TO RCD-STATUS
           END-READ.
           IF NOT RCD-ACTIVE THEN
              ADD 1 TO WS-ANOMALY-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "ANOMALIE contrat " SR-CONTRACT-ID
                 " compte " SR-PIN "-" SR-ACCT-NO
                 " introuvable ou non actif, loyer non preleve"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE SR-ARREARS TO WS-RENT-DUE.
           MOVE WS-RENT-DUE TO WS-AVAIL-AMOUNT.
           CALL "FundsAvailability" USING BY REFERENCE RCD-PIN
              RCD-ACCT-NO WS-AVAIL-AMOUNT WS-AVAILABLE
              WS-AVAIL-REASON.
           IF WS-AVAILABLE >= WS-RENT-DUE THEN
              MOVE WS-RENT-DUE TO WS-RENT-TAKEN
           ELSE
              IF WS-AVAILABLE > 0 THEN
                 MOVE WS-AVAILABLE TO WS-RENT-TAKEN
              ELSE
                 MOVE 0 TO WS-RENT-TAKEN
              END-IF
           END-IF.

           IF WS-RENT-TAKEN > 0 THEN
              SUBTRACT WS-RENT-TAKEN FROM RCD-AMMOUNT
              REWRITE BANK-RECORD
              SUBTRACT WS-RENT-TAKEN FROM SR-ARREARS
              ADD 1 TO WS-ACCOUNTS-DEBITED
              ADD WS-RENT-TAKEN TO WS-RENT-TOTAL
              PERFORM WRITE-RENT-TRANLOG-ENTRY
           END-IF.
           PERFORM WRITE-RENT-ADVICE-LINE.

       WRITE-RENT-TRANLOG-ENTRY.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE RCD-PIN TO TL-PIN.
           MOVE RCD-ACCT-NO TO TL-ACCT-NO.
           MOVE 'FRAI' TO TL-TYPE.
           MOVE WS-RENT-TAKEN TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE SR-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-RENT-ADVICE-LINE.
           MOVE SPACES TO FEE-ADVICE-LINE.
           STRING "LOCATION COFFRE " SR-BRANCH "-" SR-BOX-NUMBER
              " compte " RCD-PIN "-" RCD-ACCT-NO
              " du=" WS-RENT-DUE
              " preleve=" WS-RENT-TAKEN
              DELIMITED BY SIZE INTO FEE-ADVICE-LINE.
           WRITE FEE-ADVICE-LINE.

      *    Rent still owed after collection moves the contract one
      *    step up every so many days: a reminder, then a formal
      *    notice, then the date the box will be forced open. On
      *    that date the strongroom is told to call the bailiff.
       ESCALATE-DUNNING.
           IF SR-FORCED-OPEN-SCHEDULED THEN
              IF SR-FORCED-OPEN-DATE <= WS-TODAY THEN
                 ADD 1 TO WS-FORCED-DUE-COUNT
                 MOVE SR-ARREARS TO WS-AMOUNT-EDIT
                 MOVE SPACES TO REPORT-LINE
                 STRING "OUVERTURE FORCEE A EFFECTUER contrat "
                    SR-CONTRACT-ID
                    " coffre " SR-BRANCH "-" SR-BOX-NUMBER
                    " prevue le " SR-FORCED-OPEN-DATE
                    " impaye " WS-AMOUNT-EDIT
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF NOT SR-NOT-DUNNED THEN
              COMPUTE WS-DAYS-SINCE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(SR-LAST-DUNNING-DATE)
              IF WS-DAYS-SINCE < WS-STEP-DAYS THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           ADD 1 TO SR-DUNNING-LEVEL.
           MOVE WS-TODAY TO SR-LAST-DUNNING-DATE.
           IF SR-FORCED-OPEN-SCHEDULED THEN
              COMPUTE SR-FORCED-OPEN-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-STEP-DAYS)
           END-IF.
           PERFORM WRITE-DUNNING-LETTER.

           MOVE SR-ARREARS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN SR-REMINDED
                 STRING "RAPPEL       " DELIMITED BY SIZE
                    INTO REPORT-LINE
              WHEN SR-NOTICE-SENT
                 STRING "MISE DEMEURE " DELIMITED BY SIZE
                    INTO REPORT-LINE
              WHEN OTHER
                 STRING "OUV. PROGR.  " DELIMITED BY SIZE
                    INTO REPORT-LINE
           END-EVALUATE.
           STRING "contrat " SR-CONTRACT-ID
              " coffre " SR-BRANCH "-" SR-BOX-NUMBER
              " titulaire " SR-HOLDER-ID
              " impaye " WS-AMOUNT-EDIT
              " ouverture " SR-FORCED-OPEN-DATE
              DELIMITED BY SIZE INTO REPORT-LINE(14:87).
           WRITE REPORT-LINE.

      *    The letter goes to the first holder, in the language
      *    of the account the rent is taken from.
       WRITE-DUNNING-LETTER.
           IF WS-CUSTOMERS-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SR-HOLDER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-LANG-IS-EN.
           IF RCD-PIN = SR-PIN AND RCD-ACCT-NO = SR-ACCT-NO
                 AND RCD-LANG-EN THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           END-IF.

           MOVE SPACES TO WS-LETTER-TITLE.
           EVALUATE TRUE
              WHEN SR-REMINDED
                 MOVE "RAPPEL LOYER COFFRE" TO WS-LETTER-TITLE
              WHEN SR-NOTICE-SENT
                 MOVE "MISE EN DEMEURE LOYER COFFRE"
                    TO WS-LETTER-TITLE
              WHEN OTHER
                 MOVE "OUVERTURE FORCEE COFFRE" TO WS-LETTER-TITLE
           END-EVALUATE.
           MOVE SPACES TO WS-HOLD-REF.
           STRING WS-LETTER-TITLE DELIMITED BY "  "
              " " WS-TODAY
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.

           MOVE SR-ARREARS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "SAFE-DEPOSIT BOX " SR-BRANCH "-" SR-BOX-NUMBER
                 " CONTRACT " SR-CONTRACT-ID " " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "COFFRE-FORT " SR-BRANCH "-" SR-BOX-NUMBER
                 " CONTRAT " SR-CONTRACT-ID " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  The rent on your box is unpaid: "
                 WS-AMOUNT-EDIT " EUR."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  Le loyer de votre coffre reste impaye : "
                 WS-AMOUNT-EDIT " EUR."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           EVALUATE TRUE
              WHEN SR-REMINDED AND WS-LANG-IS-EN = 'Y'
                 MOVE "  Please credit your account so that it can"
                    TO DOC-LINE
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  be taken at the next run." TO DOC-LINE
              WHEN SR-REMINDED
                 MOVE "  Merci d'approvisionner votre compte pour"
                    TO DOC-LINE
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  qu'il soit preleve au prochain passage."
                    TO DOC-LINE
              WHEN SR-NOTICE-SENT AND WS-LANG-IS-EN = 'Y'
                 MOVE "  This is formal notice to pay. Without"
                    TO DOC-LINE
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  payment, your box will be forced open."
                    TO DOC-LINE
              WHEN SR-NOTICE-SENT
                 MOVE "  Nous vous mettons en demeure de regler."
                    TO DOC-LINE
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  A defaut, votre coffre sera ouvert d'office."
                    TO DOC-LINE
              WHEN WS-LANG-IS-EN = 'Y'
                 MOVE SPACES TO DOC-LINE
                 STRING "  Your box will be opened before a bailiff"
                    " on " SR-FORCED-OPEN-DATE
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  unless the rent is paid before then."
                    TO DOC-LINE
              WHEN OTHER
                 MOVE SPACES TO DOC-LINE
                 STRING "  Votre coffre sera ouvert devant huissier"
                    " le " SR-FORCED-OPEN-DATE
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
                 PERFORM WRITE-LETTER-LINE
                 MOVE "  sauf reglement du loyer d'ici la."
                    TO DOC-LINE
           END-EVALUATE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-CUSTOMER-BLOCK.
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

      *    Every letter is checked against the returned-mail
      *    register before its first line: an NPAI customer's
      *    letter is filed on the hold file, not printed.
       CHECK-LETTER-HOLD.
           CALL "CheckMailHold" USING BY REFERENCE CM-ID
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

       END PROGRAM SafeBoxRent.
