       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductTermsNotice.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-TERMS ASSIGN TO '../../data/prodterms.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-KEY
              FILE STATUS IS PRODUCT-TERMS-FS.

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

      *  The notice letters go out with the other customer
      *  documents, for the print room to cut and mail.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A customer whose address La Poste sent back has the letter
      *  held under their hold-mail row instead.
           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-NOTICES ASSIGN TO
                 '../../data/prodnotice.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRODUCT-NOTICES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-TERMS.
       COPY "PRODTERM.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD PRODUCT-NOTICES.
       COPY "PRODNOTE.cpy".

       WORKING-STORAGE SECTION.

       01 PRODUCT-TERMS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 PRODUCT-NOTICES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BANK-EOF PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.

       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  One letter per customer per version, however many accounts
      *  of the product they hold: the accounts of one customer
      *  follow each other on the keyed file.
       01 WS-LAST-NOTIFIED-PIN PIC 9(4).

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-LANG-IS-EN PIC X VALUE 'N'.

      *  Nightly rates are printed as the yearly percentage the
      *  customer knows them by.
       01 WS-ANNUAL-PCT PIC ZZ9,99.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.
       01 WS-FEE-EDIT PIC Z9,99.

       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "ProductTermsNotice".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X VALUE 'M'.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

       01 WS-VERSION-COUNT PIC 9(5) VALUE 0.
       01 WS-VERSION-LETTERS PIC 9(7).
       01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-LETTERS PIC 9(7) VALUE 0.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O PRODUCT-TERMS.
           IF PRODUCT-TERMS-FS NOT = "00" THEN
              DISPLAY "Aucune version des conditions a annoncer"
              STOP RUN
           END-IF.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes absent"
              CLOSE PRODUCT-TERMS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.
           OPEN EXTEND PRODUCT-NOTICES.
           IF PRODUCT-NOTICES-FS = "35" THEN
              OPEN OUTPUT PRODUCT-NOTICES
           END-IF.

      *    Every approved version nobody has been told about yet.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRODUCT-TERMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PT-NOT-YET-ANNOUNCED THEN
                       PERFORM ANNOUNCE-ONE-VERSION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRODUCT-TERMS.
           CLOSE BANK-RECORDS.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.
           CLOSE PRODUCT-NOTICES.

           DISPLAY "Conditions produits : " WS-VERSION-COUNT
              " version(s) annoncee(s), " WS-LETTER-COUNT
              " courrier(s)".
           IF WS-HELD-LETTERS > 0 THEN
              DISPLAY WS-HELD-LETTERS " courrier(s) retenu(s), "
                 "adresse en retour"
           END-IF.
           STOP RUN.

      *    Writes to every open account of the product, then marks
      *    the version announced: from its effective date on, the
      *    readers take it.
       ANNOUNCE-ONE-VERSION.
           ADD 1 TO WS-VERSION-COUNT.
           MOVE 0 TO WS-VERSION-LETTERS.
           MOVE 0 TO WS-LAST-NOTIFIED-PIN.
           MOVE 'N' TO WS-BANK-EOF.
           MOVE LOW-VALUES TO RCD-KEY.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BANK-EOF
           END-START.
           PERFORM UNTIL WS-BANK-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-BANK-EOF
                 NOT AT END
                    IF RCD-ACCT-TYPE = PT-CODE
                          AND NOT RCD-CLOSED
                          AND RCD-PIN NOT = WS-LAST-NOTIFIED-PIN THEN
                       PERFORM NOTIFY-ONE-HOLDER
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-TODAY TO PT-ANNOUNCED-DATE.
           MOVE 'A' TO PT-NOTICE-STATUS.
           REWRITE PRODUCT-TERMS-RECORD.

           DISPLAY "  Produit " PT-CODE " au " PT-EFFECTIVE-DATE
              " : " WS-VERSION-LETTERS " client(s) prevenu(s)".

       NOTIFY-ONE-HOLDER.
           MOVE RCD-PIN TO WS-LAST-NOTIFIED-PIN.
           MOVE RCD-PIN TO WS-CUSTOMER-ID.
           MOVE 'N' TO WS-LANG-IS-EN.
           IF RCD-LANG-EN THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           END-IF.

           MOVE SPACES TO WS-HOLD-REF.
           STRING "CONDITIONS PRODUIT " PT-CODE " "
              PT-EFFECTIVE-DATE
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           CALL "CheckMailHold" USING BY REFERENCE WS-CUSTOMER-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-LETTERS
           END-IF.

           PERFORM WRITE-NOTICE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-VERSION-LETTERS.

           MOVE SPACES TO PRODUCT-NOTICE-RECORD.
           MOVE WS-TODAY TO PN-NOTICE-DATE.
           MOVE PT-CODE TO PN-CODE.
           MOVE PT-EFFECTIVE-DATE TO PN-EFFECTIVE-DATE.
           MOVE WS-CUSTOMER-ID TO PN-CUSTOMER-ID.
           MOVE RCD-ACCT-NO TO PN-ACCT-NO.
           MOVE WS-HOLD-RESULT TO PN-MAIL-RESULT.
           MOVE WS-HOLD-ID TO PN-HOLD-ID.
           WRITE PRODUCT-NOTICE-RECORD.

       WRITE-NOTICE-LETTER.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "CHANGE TO THE TERMS OF YOUR ACCOUNT "
                 WS-CUSTOMER-ID "-" RCD-ACCT-NO " " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "MODIFICATION DES CONDITIONS DE VOTRE COMPTE "
                 WS-CUSTOMER-ID "-" RCD-ACCT-NO " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  From " PT-EFFECTIVE-DATE
                 " the terms of your account become:"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  A compter du " PT-EFFECTIVE-DATE
                 ", les conditions de votre compte deviennent :"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           COMPUTE WS-ANNUAL-PCT = PT-INTEREST-RATE * 36500.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "    Credit interest rate    " WS-ANNUAL-PCT
                 " % a year"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "    Taux crediteur          " WS-ANNUAL-PCT
                 " % l'an"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           COMPUTE WS-ANNUAL-PCT = PT-OVERDRAFT-RATE * 36500.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "    Overdraft rate          " WS-ANNUAL-PCT
                 " % a year"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "    Taux debiteur           " WS-ANNUAL-PCT
                 " % l'an"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE PT-DAILY-WDRAW-LIMIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "    Daily cash withdrawals  " WS-AMOUNT-EDIT
                 " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "    Retraits par jour       " WS-AMOUNT-EDIT
                 " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE PT-SERVICING-FEE TO WS-FEE-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "    Monthly account fee     " WS-FEE-EDIT
                 " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "    Frais de tenue mensuels " WS-FEE-EDIT
                 " EUR"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE PT-EXCESS-RETR-FEE TO WS-FEE-EDIT.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "    Per withdrawal beyond   " WS-FEE-EDIT
                 " EUR (" PT-FREE-RETR-PER-MONTH " free a month)"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "    Par retrait au-dela de  " WS-FEE-EDIT
                 " EUR (" PT-FREE-RETR-PER-MONTH " gratuits par mois)"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  If you do not accept them, you may close your"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  account free of charge before that date."
                 TO DOC-LINE
           ELSE
              MOVE "  Si vous ne les acceptez pas, vous pouvez clore"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  votre compte sans frais avant cette date."
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

      *    The customer master has the postal address; an account
      *    whose customer is not on it still gets the name it holds.
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
              MOVE RCD-NAME TO CM-NAME
              MOVE RCD-LAST-NAME TO CM-LAST-NAME
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

       END PROGRAM ProductTermsNotice.
