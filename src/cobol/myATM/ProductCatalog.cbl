              RECORD KEY IS PC-CODE
              FILE STATUS IS PRODUCT-RECORDS-FS.

      *  Dated versions of each product's terms, read here to show
      *  them and to take the before image of a version replaced.
           SELECT PRODUCT-TERMS ASSIGN TO '../../data/prodterms.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-KEY
              FILE STATUS IS PRODUCT-TERMS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-RECORDS.
       COPY "PRODCAT.cpy".

       FD PRODUCT-TERMS.
       COPY "PRODTERM.cpy".

       WORKING-STORAGE SECTION.

       01 PRODUCT-RECORDS-FS PIC XX.
       01 PRODUCT-TERMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-DEFINE VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-NEW-TERMS VALUE 3.
           88 WS-MENU-LIST-TERMS VALUE 4.
           88 WS-MENU-QUIT VALUE 5.

       01 WS-LISTED-COUNT PIC 9(2) VALUE 0.

      *  Who is signed on at this desk. Changes are proposed under
      *  that operator and reach the file only once a second
      *  operator has approved them.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       COPY "REFCHG.cpy".
       01 WS-SUBMIT-STATUS PIC 9.

      *  The overdraft rate is charged nightly; the usury ceiling
      *  is annual, so the rate is compared at 365 nights, in %.
       01 WS-CREDIT-KIND PIC X VALUE 'D'.
       01 WS-NO-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-ANNUAL-OD-PCT PIC 9(6)V99.
       01 WS-USURY-CATEGORY PIC X(2).
       01 WS-USURY-CEILING PIC 9(2)V99.
       01 WS-USURY-STATUS PIC 9.
       01 WS-CHECK-OD-RATE PIC 9V9(4).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-USURY-OK PIC X.

      *  Customers are owed two months' notice before their terms
      *  change; PRODUCT_NOTICE_MONTHS overrides per deployment.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           03 WS-BUSINESS-YYYY PIC 9(4).
           03 WS-BUSINESS-MM PIC 9(2).
           03 WS-BUSINESS-DD PIC 9(2).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-NOTICE-MONTHS PIC 9(2) VALUE 2.
       01 WS-NOTICE-RAW PIC X(2) VALUE SPACES.
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-EARLIEST-YYYY PIC 9(4).
       01 WS-EARLIEST-MM PIC 9(2).
       01 WS-EARLIEST-DATE PIC 9(8).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-PRODUCT-RECORDS.

           PERFORM UNTIL WS-MENU-QUIT
                    PERFORM DEFINE-OR-UPDATE-PRODUCT
                 WHEN WS-MENU-LIST
                    PERFORM LIST-PRODUCTS
                 WHEN WS-MENU-NEW-TERMS
                    PERFORM PROPOSE-TERMS-VERSION
                 WHEN WS-MENU-LIST-TERMS
                    PERFORM LIST-TERMS-VERSIONS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           DISPLAY "=== Catalogue des produits ===".
           DISPLAY "1. Definir/modifier un produit".
           DISPLAY "2. Lister les produits".
           DISPLAY "3. Programmer de nouvelles conditions".
           DISPLAY "4. Lister les versions des conditions".
           DISPLAY "5. Quitter".
           DISPLAY "Votre choix ?".

      *    Defining a new code, or renaming an existing one, is
      *    proposed for approval here. The rates, limits and
      *    tariff of a product customers already hold only change
      *    through a dated version, so that they get their notice.
       DEFINE-OR-UPDATE-PRODUCT.
           DISPLAY "Code produit (1 lettre, ex C ou E) ?".
           ACCEPT PC-CODE.
           DISPLAY "Taux nocturne de decouvert (0 si aucun) ?".
           ACCEPT PC-OVERDRAFT-RATE.

           MOVE PC-OVERDRAFT-RATE TO WS-CHECK-OD-RATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHECK-DATE.
           PERFORM CHECK-OVERDRAFT-USURY.
           IF WS-USURY-OK = 'N' THEN
              DISPLAY "Produit " PC-CODE " non enregistre"
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "PRODUITS" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE PC-CODE TO RV-KEY.
           MOVE PRODUCT-RECORD TO RV-AFTER.
           READ PRODUCT-RECORDS
              INVALID KEY
                 MOVE SPACES TO RV-BEFORE
              NOT INVALID KEY
                 MOVE PRODUCT-RECORD TO RV-BEFORE
           END-READ.
      *    Bytes 22 to 53 of the row are the priced terms.
           IF RV-BEFORE NOT = SPACES
                 AND RV-BEFORE(22:32) NOT = RV-AFTER(22:32) THEN
              DISPLAY "Produit existant : les taux et plafonds "
                 "changent par une version datee (choix 3)"
              EXIT PARAGRAPH
           END-IF.
           PERFORM SUBMIT-REFERENCE-CHANGE.

       CHECK-OVERDRAFT-USURY.
           MOVE 'Y' TO WS-USURY-OK.
           IF WS-CHECK-OD-RATE = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND WS-NO-AMOUNT WS-CHECK-DATE
              WS-USURY-CATEGORY WS-USURY-CEILING WS-USURY-STATUS.
           COMPUTE WS-ANNUAL-OD-PCT = WS-CHECK-OD-RATE * 36500.
           IF WS-USURY-STATUS NOT = 0 THEN
              DISPLAY "Aucun taux d'usure en vigueur pour les "
                 "decouverts"
           ELSE
              IF WS-ANNUAL-OD-PCT > WS-USURY-CEILING THEN
                 DISPLAY "Taux usuraire refuse : " WS-ANNUAL-OD-PCT
                    " % l'an, plafond " WS-USURY-CEILING " %"
                 MOVE 'N' TO WS-USURY-OK
              END-IF
           END-IF.

      *    A new version of an existing product's terms, dated no
      *    earlier than the notice period allows. The holders are
      *    written to by the nightly notice run once it is
      *    approved; until then the version never comes in force.
       PROPOSE-TERMS-VERSION.
           DISPLAY "Code produit ?".
           ACCEPT PC-CODE.
           READ PRODUCT-RECORDS
              INVALID KEY
                 DISPLAY "Produit inconnu"
                 EXIT PARAGRAPH
           END-READ.

           PERFORM COMPUTE-EARLIEST-EFFECTIVE-DATE.
           MOVE SPACES TO PRODUCT-TERMS-RECORD.
           MOVE PC-CODE TO PT-CODE.
           DISPLAY "Date d'effet des nouvelles conditions (AAAAMMJJ,"
              " au plus tot " WS-EARLIEST-DATE ") ?".
           ACCEPT PT-EFFECTIVE-DATE.
           IF PT-EFFECTIVE-DATE < WS-EARLIEST-DATE THEN
              DISPLAY "Preavis insuffisant : date d'effet au plus "
                 "tot le " WS-EARLIEST-DATE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Taux d'interet nocturne (ex 0,0010) ?".
           ACCEPT PT-INTEREST-RATE.
           DISPLAY "Depot maximum par operation ?".
           ACCEPT PT-MAX-DEPOSIT.
           DISPLAY "Solde maximum ?".
           ACCEPT PT-MAX-BALANCE.
           DISPLAY "Plafond de retrait journalier ?".
           ACCEPT PT-DAILY-WDRAW-LIMIT.
           DISPLAY "Taux nocturne de decouvert (0 si aucun) ?".
           ACCEPT PT-OVERDRAFT-RATE.
           DISPLAY "Frais de tenue de compte mensuels ?".
           ACCEPT PT-SERVICING-FEE.
           DISPLAY "Frais par retrait au-dela des retraits gratuits ?".
           ACCEPT PT-EXCESS-RETR-FEE.
           DISPLAY "Nombre de retraits gratuits par mois ?".
           ACCEPT PT-FREE-RETR-PER-MONTH.
           MOVE 0 TO PT-ANNOUNCED-DATE.
           MOVE 'N' TO PT-NOTICE-STATUS.

           MOVE PT-OVERDRAFT-RATE TO WS-CHECK-OD-RATE.
           MOVE PT-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-OVERDRAFT-USURY.
           IF WS-USURY-OK = 'N' THEN
              DISPLAY "Version non enregistree"
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REFERENCE-CHANGE-RECORD.
           MOVE "CONDPROD" TO RV-FILE.
           MOVE 'M' TO RV-ACTION.
           MOVE PT-KEY TO RV-KEY.
           MOVE PRODUCT-TERMS-RECORD TO RV-AFTER.
           PERFORM FETCH-TERMS-BEFORE-IMAGE.
           IF RV-BEFORE NOT = SPACES
                 AND RV-BEFORE(60:1) NOT = 'N' THEN
              DISPLAY "Cette version a deja ete annoncee aux clients"
              EXIT PARAGRAPH
           END-IF.

      *    The version carries its own effective date; the change
      *    itself lands as soon as it is approved.
           MOVE WS-OPERATOR-ID TO RV-MAKER.
           MOVE 0 TO RV-EFFECTIVE-DATE.
           PERFORM QUEUE-REFERENCE-CHANGE.

       COMPUTE-EARLIEST-EFFECTIVE-DATE.
           CALL "GetBusinessDate" USING BY REFERENCE WS-BUSINESS-DATE
              WS-BUSDATE-STATUS.
           ACCEPT WS-NOTICE-RAW FROM ENVIRONMENT
              "PRODUCT_NOTICE_MONTHS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-NOTICE-RAW IS NUMERIC THEN
              MOVE WS-NOTICE-RAW TO WS-NOTICE-MONTHS
           END-IF.
           COMPUTE WS-MONTH-COUNT = WS-BUSINESS-YYYY * 12
              + WS-BUSINESS-MM - 1 + WS-NOTICE-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EARLIEST-YYYY
              REMAINDER WS-EARLIEST-MM.
           ADD 1 TO WS-EARLIEST-MM.
           COMPUTE WS-EARLIEST-DATE = WS-EARLIEST-YYYY * 10000
              + WS-EARLIEST-MM * 100 + WS-BUSINESS-DD.

       FETCH-TERMS-BEFORE-IMAGE.
           MOVE SPACES TO RV-BEFORE.
           OPEN INPUT PRODUCT-TERMS.
           IF PRODUCT-TERMS-FS NOT = "00" THEN
              CLOSE PRODUCT-TERMS
              EXIT PARAGRAPH
           END-IF.
           READ PRODUCT-TERMS
              NOT INVALID KEY
                 MOVE PRODUCT-TERMS-RECORD TO RV-BEFORE
           END-READ.
           CLOSE PRODUCT-TERMS.
           MOVE RV-AFTER TO PRODUCT-TERMS-RECORD.

       LIST-TERMS-VERSIONS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PRODUCT-TERMS.
           IF PRODUCT-TERMS-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRODUCT-TERMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " PT-CODE " effet " PT-EFFECTIVE-DATE
                       " taux=" PT-INTEREST-RATE
                       " decouvert=" PT-OVERDRAFT-RATE
                       " retrait/j=" PT-DAILY-WDRAW-LIMIT
                       " frais=" PT-SERVICING-FEE
                       " /retrait=" PT-EXCESS-RETR-FEE
                       " gratuits=" PT-FREE-RETR-PER-MONTH
                       " annonce " PT-NOTICE-STATUS
                       " le " PT-ANNOUNCED-DATE
              END-READ
           END-PERFORM.
           IF PRODUCT-TERMS-FS NOT = "35" THEN
              CLOSE PRODUCT-TERMS
           END-IF.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune version des conditions"
           END-IF.

       LIST-PRODUCTS.
              DISPLAY "Aucun produit defini"
           END-IF.

      *    Nothing is written to the file from this desk: the
      *    change waits, with both images, for a second operator.
       SUBMIT-REFERENCE-CHANGE.
           MOVE WS-OPERATOR-ID TO RV-MAKER.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = des l'approbation) ?".
           ACCEPT RV-EFFECTIVE-DATE.
           PERFORM QUEUE-REFERENCE-CHANGE.

       QUEUE-REFERENCE-CHANGE.
           CALL "SubmitReferenceChange" USING BY REFERENCE
              REFERENCE-CHANGE-RECORD WS-SUBMIT-STATUS.
           IF WS-SUBMIT-STATUS = 0 THEN
              DISPLAY "Modification " RV-ID " soumise a validation"
           ELSE
              DISPLAY "Soumission impossible"
           END-IF.

       END PROGRAM ProductCatalog.
