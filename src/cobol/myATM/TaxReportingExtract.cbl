       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReportingExtract.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT TAX-RESIDENCES ASSIGN TO '../../data/taxres.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TX-CM-ID
              FILE STATUS IS TAX-RESIDENCES-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

      *  The same interest credits and withheld tax the customer's
      *  annual tax statement is built from.
           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

      *  The reportable-accounts file for the tax administration:
      *  one header, one fixed-format detail per reportable
      *  account, one trailer with the count and amount totals.
           SELECT AEOI-FILE ASSIGN TO '../../data/aeoi.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Customers holding accounts whose self-certification is
      *  missing or incomplete, for the desk to chase.
           SELECT EXCEPTION-LIST ASSIGN TO '../../data/aeoiexc.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TAX-RESIDENCES.
       COPY "TAXRES.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD AEOI-FILE.
       01 AEOI-LINE PIC X(250).

       FD EXCEPTION-LIST.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 TAX-RESIDENCES-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNTS-EOF PIC X VALUE 'N'.
       01 WS-HISTORY-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 FILLER PIC 9(4).

      *  The year reported; defaults to last year like the tax
      *  statements, and follows the same override.
       01 WS-YEAR PIC 9(4).
       01 WS-YEAR-RAW PIC X(4) VALUE SPACES.
       01 WS-YEAR-END PIC 9(8).

      *  Our institution identifier with the tax administration.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

       01 WS-TERMDEP-OPEN PIC X VALUE 'N'.
       01 WS-TRANHIST-OPEN PIC X VALUE 'N'.

       01 WS-TAX-PROFILE-FOUND PIC X.
       01 WS-RES-IDX PIC 9.
       01 WS-REGIME PIC X.
       01 WS-US-REPORTABLE PIC X.
       01 WS-CRS-REPORTABLE PIC X.
       01 WS-CERT-MISSING PIC X.
       01 WS-OPEN-ACCOUNTS PIC 9(3).

      *  One account's year, rebuilt from its history.
       01 WS-YE-BALANCE PIC S9(7)V99.
       01 WS-YE-FOUND PIC X.
       01 WS-LATER-ACTIVITY PIC X.
       01 WS-YEAR-ACTIVITY PIC X.
       01 WS-NET-INTEREST PIC 9(7)V99.
       01 WS-WITHHELD PIC 9(7)V99.

       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-BALANCE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-INTEREST-HASH PIC 9(11)V99 VALUE 0.

       01 WS-LOOKUP-MODE PIC X VALUE 'K'.
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-LOOKUP-IBAN PIC X(34).
       01 WS-LOOKUP-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-YEAR PIC 9(4).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(231) VALUE SPACES.

      *    Regime: U under FATCA only, C under CRS only, B both.
      *    Product: CC current account, EP savings, DT term
      *    deposit. A negative year-end balance reports as zero;
      *    an account closed in the year reports with C and zero.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-YEAR PIC 9(4).
           03 WS-DTL-CM-ID PIC 9(4).
           03 WS-DTL-REGIME PIC X.
           03 WS-DTL-LAST-NAME PIC X(20).
           03 WS-DTL-NAME PIC X(20).
           03 WS-DTL-BIRTH-DATE PIC 9(8).
           03 WS-DTL-ADDRESS-LINE PIC X(30).
           03 WS-DTL-POSTAL-CODE PIC X(5).
           03 WS-DTL-CITY PIC X(20).
           03 WS-DTL-RESIDENCE OCCURS 3 TIMES.
              05 WS-DTL-COUNTRY PIC X(2).
              05 WS-DTL-TIN PIC X(20).
           03 WS-DTL-US-INDICIA PIC X.
           03 WS-DTL-ACCOUNT-REF PIC X(10).
           03 WS-DTL-IBAN PIC X(34).
           03 WS-DTL-PRODUCT PIC X(2).
           03 WS-DTL-CURRENCY PIC X(3).
           03 WS-DTL-BALANCE PIC 9(7)V99.
           03 WS-DTL-GROSS-INTEREST PIC 9(7)V99.
           03 WS-DTL-CLOSED PIC X.
           03 FILLER PIC X(2) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-BALANCE-HASH PIC 9(11)V99.
           03 WS-TRL-INTEREST-HASH PIC 9(11)V99.
           03 FILLER PIC X(216) VALUE SPACES.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-YEAR = WS-TODAY-YEAR - 1.
           ACCEPT WS-YEAR-RAW FROM ENVIRONMENT "TAXSTMT_YEAR"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-YEAR-RAW IS NUMERIC THEN
              MOVE WS-YEAR-RAW TO WS-YEAR
           END-IF.
           COMPUTE WS-YEAR-END = WS-YEAR * 10000 + 1231.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client indisponible, pas de "
                 "declaration"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible, pas de "
                 "declaration"
              CLOSE CUSTOMER-MASTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    No profile captured yet is not an error: every customer
      *    with an account simply lands on the exception list.
           OPEN INPUT TAX-RESIDENCES.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS = "00" THEN
              MOVE 'Y' TO WS-TERMDEP-OPEN
           END-IF.
           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS = "00" THEN
              MOVE 'Y' TO WS-TRANHIST-OPEN
           END-IF.

           OPEN OUTPUT AEOI-FILE.
           OPEN OUTPUT EXCEPTION-LIST.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-YEAR TO WS-HDR-YEAR.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO AEOI-LINE.
           WRITE AEOI-LINE.

           MOVE 0 TO CM-ID.
           START CUSTOMER-MASTER KEY IS >= CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM PROCESS-ONE-CUSTOMER
              END-READ
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-BALANCE-HASH TO WS-TRL-BALANCE-HASH.
           MOVE WS-INTEREST-HASH TO WS-TRL-INTEREST-HASH.
           MOVE WS-TRAILER-RECORD TO AEOI-LINE.
           WRITE AEOI-LINE.

           CLOSE CUSTOMER-MASTER.
           CLOSE BANK-RECORDS.
           IF TAX-RESIDENCES-FS NOT = "35" THEN
              CLOSE TAX-RESIDENCES
           END-IF.
           IF WS-TERMDEP-OPEN = 'Y' THEN
              CLOSE TERM-DEPOSITS
           END-IF.
           IF WS-TRANHIST-OPEN = 'Y' THEN
              CLOSE TRANHIST-RECORDS
           END-IF.
           CLOSE AEOI-FILE.
           CLOSE EXCEPTION-LIST.

           DISPLAY "Echange automatique " WS-YEAR " : "
              WS-CUSTOMER-COUNT " client(s) declarable(s), "
              WS-DETAIL-COUNT " compte(s)".
           IF WS-EXCEPTION-COUNT > 0 THEN
              DISPLAY WS-EXCEPTION-COUNT " client(s) sans "
                 "auto-certification complete, voir aeoiexc.dat"
           END-IF.

           STOP RUN.

       PROCESS-ONE-CUSTOMER.
           PERFORM COUNT-OPEN-ACCOUNTS.
           PERFORM READ-TAX-PROFILE.
           PERFORM CLASSIFY-CUSTOMER.

           IF WS-OPEN-ACCOUNTS > 0 AND WS-CERT-MISSING = 'Y' THEN
              PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           IF WS-REGIME = SPACE THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM REPORT-ACCOUNTS.
           PERFORM REPORT-TERM-DEPOSITS.

       COUNT-OPEN-ACCOUNTS.
           MOVE 0 TO WS-OPEN-ACCOUNTS.
           MOVE 'N' TO WS-ACCOUNTS-EOF.
           MOVE CM-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ACCOUNTS-EOF
           END-START.
           PERFORM UNTIL WS-ACCOUNTS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-ACCOUNTS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = CM-ID THEN
                       MOVE 'Y' TO WS-ACCOUNTS-EOF
                    ELSE
                       IF NOT RCD-CLOSED THEN
                          ADD 1 TO WS-OPEN-ACCOUNTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       READ-TAX-PROFILE.
           MOVE 'N' TO WS-TAX-PROFILE-FOUND.
           IF TAX-RESIDENCES-FS = "35" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-ID TO TX-CM-ID.
           READ TAX-RESIDENCES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TAX-PROFILE-FOUND
           END-READ.

      *    US residence or US indicia bring the customer under
      *    FATCA; any residence outside France and the US under CRS.
      *    A profile with no country, or a declared country whose
      *    form has not come back, is a missing self-certification.
       CLASSIFY-CUSTOMER.
           MOVE SPACE TO WS-REGIME.
           MOVE 'N' TO WS-US-REPORTABLE.
           MOVE 'N' TO WS-CRS-REPORTABLE.
           MOVE 'Y' TO WS-CERT-MISSING.
           IF WS-TAX-PROFILE-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           IF TX-HAS-US-INDICIA THEN
              MOVE 'Y' TO WS-US-REPORTABLE
           END-IF.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              EVALUATE TX-COUNTRY(WS-RES-IDX)
                 WHEN SPACES
                    CONTINUE
                 WHEN "FR"
                    MOVE 'N' TO WS-CERT-MISSING
                 WHEN "US"
                    MOVE 'Y' TO WS-US-REPORTABLE
                    MOVE 'N' TO WS-CERT-MISSING
                 WHEN OTHER
                    MOVE 'Y' TO WS-CRS-REPORTABLE
                    MOVE 'N' TO WS-CERT-MISSING
              END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              IF TX-COUNTRY(WS-RES-IDX) NOT = SPACES
                    AND TX-SELF-CERT-DATE(WS-RES-IDX) = 0 THEN
                 MOVE 'Y' TO WS-CERT-MISSING
              END-IF
           END-PERFORM.

           IF WS-US-REPORTABLE = 'Y' THEN
              IF WS-CRS-REPORTABLE = 'Y' THEN
                 MOVE 'B' TO WS-REGIME
              ELSE
                 MOVE 'U' TO WS-REGIME
              END-IF
           ELSE
              IF WS-CRS-REPORTABLE = 'Y' THEN
                 MOVE 'C' TO WS-REGIME
              END-IF
           END-IF.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           IF WS-TAX-PROFILE-FOUND = 'N' THEN
              STRING "SANS PROFIL FISCAL client " CM-ID " "
                 CM-NAME " " CM-LAST-NAME
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
              END-STRING
           ELSE
              STRING "AUTO-CERTIFICATION MANQUANTE client " CM-ID
                 " " CM-NAME " " CM-LAST-NAME
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
              END-STRING
           END-IF.
           WRITE EXCEPTION-LINE.

       REPORT-ACCOUNTS.
           MOVE 'N' TO WS-ACCOUNTS-EOF.
           MOVE CM-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ACCOUNTS-EOF
           END-START.
           PERFORM UNTIL WS-ACCOUNTS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-ACCOUNTS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = CM-ID THEN
                       MOVE 'Y' TO WS-ACCOUNTS-EOF
                    ELSE
                       PERFORM REPORT-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

      *    demo.dat only knows today's balance. When the run comes
      *    after New Year and the account has moved since, the
      *    balance at 31 December is the running balance of its
      *    last history row on or before that day. An account
      *    closed before the year began is no longer reportable.
       REPORT-ONE-ACCOUNT.
           PERFORM SCAN-ACCOUNT-YEAR.
           IF RCD-CLOSED AND WS-YEAR-ACTIVITY = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-LATER-ACTIVITY = 'N' THEN
              MOVE RCD-AMMOUNT TO WS-YE-BALANCE
           ELSE
              IF WS-YE-FOUND = 'N' THEN
                 MOVE 0 TO WS-YE-BALANCE
              END-IF
           END-IF.

           PERFORM FILL-DETAIL-IDENTITY.
           MOVE SPACES TO WS-DTL-ACCOUNT-REF.
           STRING RCD-PIN "-" RCD-ACCT-NO
              DELIMITED BY SIZE INTO WS-DTL-ACCOUNT-REF
           END-STRING.

           MOVE RCD-PIN TO WS-LOOKUP-PIN.
           MOVE RCD-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           MOVE 'K' TO WS-LOOKUP-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-LOOKUP-MODE WS-LOOKUP-PIN WS-LOOKUP-ACCT-NO
              WS-LOOKUP-IBAN WS-LOOKUP-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS = 0 THEN
              MOVE WS-LOOKUP-IBAN TO WS-DTL-IBAN
           ELSE
              MOVE SPACES TO WS-DTL-IBAN
           END-IF.

           IF RCD-ACCT-EPARGNE THEN
              MOVE "EP" TO WS-DTL-PRODUCT
           ELSE
              MOVE "CC" TO WS-DTL-PRODUCT
           END-IF.
           MOVE RCD-CURRENCY TO WS-DTL-CURRENCY.
           IF RCD-CLOSED THEN
              MOVE 'C' TO WS-DTL-CLOSED
              MOVE 0 TO WS-DTL-BALANCE
           ELSE
              MOVE SPACE TO WS-DTL-CLOSED
              IF WS-YE-BALANCE > 0 THEN
                 MOVE WS-YE-BALANCE TO WS-DTL-BALANCE
              ELSE
                 MOVE 0 TO WS-DTL-BALANCE
              END-IF
           END-IF.
           COMPUTE WS-DTL-GROSS-INTEREST =
              WS-NET-INTEREST + WS-WITHHELD.
           PERFORM WRITE-ONE-DETAIL.

      *    One pass over the account's history: the net interest
      *    and withholding of the year (gross is their sum, as on
      *    the tax statement), and the running balance at year end.
       SCAN-ACCOUNT-YEAR.
           MOVE 0 TO WS-NET-INTEREST.
           MOVE 0 TO WS-WITHHELD.
           MOVE 0 TO WS-YE-BALANCE.
           MOVE 'N' TO WS-YE-FOUND.
           MOVE 'N' TO WS-LATER-ACTIVITY.
           MOVE 'N' TO WS-YEAR-ACTIVITY.
           IF WS-TRANHIST-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE RCD-PIN TO TH-PIN.
           MOVE RCD-ACCT-NO TO TH-ACCT-NO.
           MOVE 0 TO TH-DATETIME.
           MOVE 0 TO TH-SEQ.
           START TRANHIST-RECORDS KEY IS >= TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HISTORY-EOF
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-HISTORY-EOF
                 NOT AT END
                    IF TH-PIN NOT = RCD-PIN
                          OR TH-ACCT-NO NOT = RCD-ACCT-NO THEN
                       MOVE 'Y' TO WS-HISTORY-EOF
                    ELSE
                       PERFORM SCAN-ONE-HISTORY-ROW
                    END-IF
              END-READ
           END-PERFORM.

       SCAN-ONE-HISTORY-ROW.
           IF TH-DATETIME(1:8) > WS-YEAR-END THEN
              MOVE 'Y' TO WS-LATER-ACTIVITY
              EXIT PARAGRAPH
           END-IF.
           MOVE TH-BALANCE TO WS-YE-BALANCE.
           MOVE 'Y' TO WS-YE-FOUND.
           IF TH-DATETIME(1:4) = WS-YEAR THEN
              MOVE 'Y' TO WS-YEAR-ACTIVITY
              IF TH-TYPE = "INTR" THEN
                 ADD TH-AMOUNT TO WS-NET-INTEREST
              END-IF
              IF TH-TYPE = "WHTX" THEN
                 ADD TH-AMOUNT TO WS-WITHHELD
              END-IF
           END-IF.

      *    A placement counts if it was running on 31 December:
      *    opened by then and not yet paid back or broken, or
      *    maturing only after the year end.
       REPORT-TERM-DEPOSITS.
           IF WS-TERMDEP-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACCOUNTS-EOF.
           MOVE 0 TO TD-ID.
           START TERM-DEPOSITS KEY IS > TD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-ACCOUNTS-EOF
           END-START.
           PERFORM UNTIL WS-ACCOUNTS-EOF = 'Y'
              READ TERM-DEPOSITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-ACCOUNTS-EOF
                 NOT AT END
                    IF TD-PIN = CM-ID
                          AND TD-OPEN-DATE <= WS-YEAR-END
                          AND (TD-IS-ACTIVE
                            OR TD-MATURITY-DATE > WS-YEAR-END) THEN
                       PERFORM REPORT-ONE-TERM-DEPOSIT
                    END-IF
              END-READ
           END-PERFORM.

       REPORT-ONE-TERM-DEPOSIT.
           PERFORM FILL-DETAIL-IDENTITY.
           MOVE TD-ID TO WS-DTL-ACCOUNT-REF.
           MOVE SPACES TO WS-DTL-IBAN.
           MOVE "DT" TO WS-DTL-PRODUCT.
           MOVE "EUR" TO WS-DTL-CURRENCY.
           MOVE TD-PRINCIPAL TO WS-DTL-BALANCE.
           MOVE 0 TO WS-DTL-GROSS-INTEREST.
           MOVE SPACE TO WS-DTL-CLOSED.
           PERFORM WRITE-ONE-DETAIL.

       FILL-DETAIL-IDENTITY.
           MOVE WS-YEAR TO WS-DTL-YEAR.
           MOVE CM-ID TO WS-DTL-CM-ID.
           MOVE WS-REGIME TO WS-DTL-REGIME.
           MOVE CM-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE CM-NAME TO WS-DTL-NAME.
           MOVE CM-BIRTH-DATE TO WS-DTL-BIRTH-DATE.
           MOVE CM-ADDRESS-LINE TO WS-DTL-ADDRESS-LINE.
           MOVE CM-POSTAL-CODE TO WS-DTL-POSTAL-CODE.
           MOVE CM-CITY TO WS-DTL-CITY.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              MOVE TX-COUNTRY(WS-RES-IDX)
                 TO WS-DTL-COUNTRY(WS-RES-IDX)
              MOVE TX-TIN(WS-RES-IDX) TO WS-DTL-TIN(WS-RES-IDX)
           END-PERFORM.
           MOVE TX-US-INDICIA TO WS-DTL-US-INDICIA.

       WRITE-ONE-DETAIL.
           MOVE WS-DETAIL-RECORD TO AEOI-LINE.
           WRITE AEOI-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-DTL-BALANCE TO WS-BALANCE-HASH.
           ADD WS-DTL-GROSS-INTEREST TO WS-INTEREST-HASH.

       END PROGRAM TaxReportingExtract.
