       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositGuaranteeView.

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

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  The cards name the customer id behind each holder. A
      *  renewal leaves the old card live beside the new one, so
      *  holders are counted by customer id, never card by card.
           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

           SELECT ACCRUED-INTEREST ASSIGN TO '../../data/accrint.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AC-KEY
              FILE STATUS IS ACCRUED-INTEREST-FS.

           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

      *  The single customer view handed to the deposit guarantee
      *  fund: one header, then per depositor one identity record
      *  followed by one line per eligible holding, one trailer
      *  whose counts and totals the fund checks on receipt.
           SELECT SCV-FILE ASSIGN TO WS-SCV-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  What went into the view and why, and the proof that the
      *  view adds back up to the balance files it was built from.
           SELECT CONTROL-REPORT ASSIGN TO '../../data/fgdrctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD ACCRUED-INTEREST.
       COPY "ACCRINT.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       FD SCV-FILE.
       01 SCV-LINE PIC X(150).

       FD CONTROL-REPORT.
       01 CONTROL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 ACCRUED-INTEREST-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNTS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The registers a bank may not have started yet: an absent
      *  one simply contributes nothing.
       01 WS-CARDS-OPEN PIC X VALUE 'N'.
       01 WS-TERMDEP-OPEN PIC X VALUE 'N'.
       01 WS-ACCRINT-OPEN PIC X VALUE 'N'.
       01 WS-FREEZE-OPEN PIC X VALUE 'N'.
       01 WS-ESTATE-OPEN PIC X VALUE 'N'.

      *  Our institution identifier with the fund.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

      *  The statutory guarantee per depositor, all their accounts
      *  with us taken together.
       01 WS-GUARANTEE-CEILING PIC 9(7)V99 VALUE 100000,00.

      *  The EUR/USD fix in force, fetched once for the whole run
      *  so every dollar balance converts at the same price.
       01 WS-RATE-PAIR PIC X(7) VALUE "EUR/USD".
       01 WS-USD-RATE PIC 9V9999 VALUE 0.
       01 WS-RATE-STATUS PIC 9.
           88 WS-RATE-FRESH VALUE 0.
           88 WS-RATE-MISSING VALUE 1.
           88 WS-RATE-STALE VALUE 2.

      *  Everything one customer holds with us, gathered before any
      *  line is written so it can be split between the holders.
       01 WS-HOLDING-TABLE.
           03 WS-HOLDING-COUNT PIC 9(3) VALUE 0.
           03 WS-HOLDING-ENTRY OCCURS 150 TIMES
                 INDEXED BY WS-HOLD-IDX.
              05 WS-H-PRODUCT PIC X(2).
              05 WS-H-REF PIC X(10).
              05 WS-H-IBAN PIC X(34).
              05 WS-H-CURRENCY PIC X(3).
              05 WS-H-AMOUNT PIC 9(7)V99.
              05 WS-H-EUR-AMOUNT PIC 9(8)V99.
              05 WS-H-REASON PIC X(4).

       01 WS-HOLDER-TABLE.
           03 WS-HOLDER-COUNT PIC 9(2) VALUE 0.
           03 WS-HOLDER-ENTRY OCCURS 20 TIMES.
              05 WS-HD-CUSTOMER-ID PIC 9(4).
              05 WS-HD-CARD PIC 9(4).
       01 WS-HOLDER-NO PIC 9(2).
       01 WS-HOLDER-SCAN PIC 9(2).
       01 WS-HOLDER-KNOWN PIC X.

       01 WS-CUSTOMER-REASON PIC X(4).
       01 WS-ACCOUNT-REASON PIC X(4).
       01 WS-NEW-PRODUCT PIC X(2).
       01 WS-NEW-REF PIC X(10).
       01 WS-NEW-IBAN PIC X(34).
       01 WS-NEW-CURRENCY PIC X(3).
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-NEW-EUR-AMOUNT PIC 9(8)V99.
       01 WS-SHARE PIC 9(8)V99.
       01 WS-DEPOSITOR-TOTAL PIC 9(9)V99.
       01 WS-DEPOSITOR-REASON PIC X(4).

       01 WS-LOOKUP-MODE PIC X VALUE 'K'.
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-LOOKUP-IBAN PIC X(34).
       01 WS-LOOKUP-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

      *  Run counters for the control report.
       01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
       01 WS-DEPOSITOR-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-EMPTY-COUNT PIC 9(7) VALUE 0.
       01 WS-JOINT-COUNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-COUNT PIC 9(7) VALUE 0.
       01 WS-USD-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCONVERTED-COUNT PIC 9(7) VALUE 0.
       01 WS-HOLD-FLAG-COUNT PIC 9(7) VALUE 0.
       01 WS-ESTATE-FLAG-COUNT PIC 9(7) VALUE 0.
       01 WS-CAPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE 0.

       01 WS-COURANT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EPARGNE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TERM-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-INTEREST-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-SHARE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-GUARANTEED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EXCESS-TOTAL PIC 9(11)V99 VALUE 0.

      *  The same balances summed straight off the source files,
      *  independently of the customer-by-customer build.
       01 WS-SOURCE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ORPHAN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-PROOF-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-OWNER-KNOWN PIC X.

       01 WS-CTL-LABEL PIC X(40).
       01 WS-EDIT-COUNT PIC Z(6)9.
       01 WS-EDIT-AMOUNT PIC Z(10)9,99.
       01 WS-EDIT-DIFF PIC -9(11),99.
       01 WS-EDIT-RATE PIC 9,9999.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 WS-HDR-CEILING PIC 9(7)V99.
           03 WS-HDR-USD-RATE PIC 9V9999.
           03 FILLER PIC X(121) VALUE SPACES.

      *    One per holder, each owning an equal share of every
      *    holding; the card shown is the first live one found.
       01 WS-DEPOSITOR-RECORD.
           03 WS-DEP-TYPE PIC X VALUE '2'.
           03 WS-DEP-CM-ID PIC 9(4).
           03 WS-DEP-HOLDER-CARD PIC 9(4).
           03 WS-DEP-HOLDER-COUNT PIC 9(2).
           03 WS-DEP-LAST-NAME PIC X(20).
           03 WS-DEP-NAME PIC X(20).
           03 WS-DEP-BIRTH-DATE PIC 9(8).
           03 WS-DEP-ADDRESS-LINE PIC X(30).
           03 WS-DEP-POSTAL-CODE PIC X(5).
           03 WS-DEP-CITY PIC X(20).
           03 WS-DEP-KYC-STATUS PIC X.
           03 WS-DEP-ELIGIBLE PIC 9(9)V99.
           03 WS-DEP-GUARANTEED PIC 9(7)V99.
           03 WS-DEP-EXCESS PIC 9(9)V99.
      *       Blank when the fund may pay straight away; otherwise
      *       why it may not: SUCC for an open estate, GELE for a
      *       total freeze, or the freeze register's own motive
      *       (SAIS, ATD, JUGE...) for a legal hold.
           03 WS-DEP-REASON PIC X(4).

      *    Product: CC current account, EP savings, DT term
      *    deposit, IC interest accrued but not yet capitalized.
       01 WS-HOLDING-RECORD.
           03 WS-HLD-TYPE PIC X VALUE '3'.
           03 WS-HLD-CM-ID PIC 9(4).
           03 WS-HLD-HOLDER-CARD PIC 9(4).
           03 WS-HLD-PRODUCT PIC X(2).
           03 WS-HLD-REF PIC X(10).
           03 WS-HLD-IBAN PIC X(34).
           03 WS-HLD-CURRENCY PIC X(3).
           03 WS-HLD-AMOUNT PIC 9(7)V99.
           03 WS-HLD-SHARE-EUR PIC 9(8)V99.
           03 WS-HLD-REASON PIC X(4).
           03 FILLER PIC X(69) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '9'.
           03 WS-TRL-DEPOSITOR-COUNT PIC 9(7).
           03 WS-TRL-LINE-COUNT PIC 9(7).
           03 WS-TRL-ELIGIBLE PIC 9(11)V99.
           03 WS-TRL-GUARANTEED PIC 9(11)V99.
           03 FILLER PIC X(109) VALUE SPACES.

       01 WS-SCV-PATH PIC X(100) VALUE "../../data/fgdrscv.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-SCV-PATH FROM ENVIRONMENT "FGDR_SCV_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           CALL "GetExchangeRate" USING BY REFERENCE WS-RATE-PAIR
              WS-USD-RATE WS-RATE-STATUS.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client indisponible, vue unique non "
                 "produite"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible, vue unique "
                 "non produite"
              CLOSE CUSTOMER-MASTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-OPTIONAL-REGISTERS.

           OPEN OUTPUT SCV-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM WRITE-CONTROL-HEADING.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-GUARANTEE-CEILING TO WS-HDR-CEILING.
           MOVE WS-USD-RATE TO WS-HDR-USD-RATE.
           MOVE WS-HEADER-RECORD TO SCV-LINE.
           WRITE SCV-LINE.

           MOVE 'N' TO WS-EOF.
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
                    PERFORM BUILD-ONE-CUSTOMER
              END-READ
           END-PERFORM.

           MOVE WS-DEPOSITOR-COUNT TO WS-TRL-DEPOSITOR-COUNT.
           MOVE WS-LINE-COUNT TO WS-TRL-LINE-COUNT.
           MOVE WS-SHARE-TOTAL TO WS-TRL-ELIGIBLE.
           MOVE WS-GUARANTEED-TOTAL TO WS-TRL-GUARANTEED.
           MOVE WS-TRAILER-RECORD TO SCV-LINE.
           WRITE SCV-LINE.

           PERFORM PROVE-AGAINST-SOURCE-FILES.
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE CUSTOMER-MASTER.
           CLOSE BANK-RECORDS.
           PERFORM CLOSE-OPTIONAL-REGISTERS.
           CLOSE SCV-FILE.
           CLOSE CONTROL-REPORT.

           DISPLAY "Vue unique FGDR : " WS-DEPOSITOR-COUNT
              " deposant(s), " WS-LINE-COUNT " ligne(s) d'avoirs".
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "Anomalies relevees, voir fgdrctl.dat avant "
                 "toute transmission au fonds"
           END-IF.

           STOP RUN.

       OPEN-OPTIONAL-REGISTERS.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-CARDS-OPEN
           END-IF.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS = "00" THEN
              MOVE 'Y' TO WS-TERMDEP-OPEN
           END-IF.
           OPEN INPUT ACCRUED-INTEREST.
           IF ACCRUED-INTEREST-FS = "00" THEN
              MOVE 'Y' TO WS-ACCRINT-OPEN
           END-IF.
           OPEN INPUT FREEZE-RECORDS.
           IF FREEZE-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-FREEZE-OPEN
           END-IF.
           OPEN INPUT ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-ESTATE-OPEN
           END-IF.

       CLOSE-OPTIONAL-REGISTERS.
           IF WS-CARDS-OPEN = 'Y' THEN
              CLOSE CARD-RECORDS
           END-IF.
           IF WS-TERMDEP-OPEN = 'Y' THEN
              CLOSE TERM-DEPOSITS
           END-IF.
           IF WS-ACCRINT-OPEN = 'Y' THEN
              CLOSE ACCRUED-INTEREST
           END-IF.
           IF WS-FREEZE-OPEN = 'Y' THEN
              CLOSE FREEZE-RECORDS
           END-IF.
           IF WS-ESTATE-OPEN = 'Y' THEN
              CLOSE ESTATE-RECORDS
           END-IF.

      *    Gather everything first, then write one depositor per
      *    holder. A customer with nothing eligible is no depositor
      *    of ours and is only counted.
       BUILD-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE 0 TO WS-HOLDING-COUNT.
           PERFORM CHECK-ESTATE.
           PERFORM COLLECT-ACCOUNTS.
           PERFORM COLLECT-TERM-DEPOSITS.
           IF WS-HOLDING-COUNT = 0 THEN
              ADD 1 TO WS-EMPTY-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-HOLDERS.
           IF WS-HOLDER-COUNT > 1 THEN
              ADD 1 TO WS-JOINT-COUNT
           END-IF.
           PERFORM VARYING WS-HOLDER-NO FROM 1 BY 1
                 UNTIL WS-HOLDER-NO > WS-HOLDER-COUNT
              PERFORM WRITE-ONE-DEPOSITOR
           END-PERFORM.

      *    An open estate blocks every holding of the deceased until
      *    the heirs are settled; a released one has already paid
      *    out and closed the accounts.
       CHECK-ESTATE.
           MOVE SPACES TO WS-CUSTOMER-REASON.
           IF WS-ESTATE-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-ID TO ES-CM-ID.
           READ ESTATE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ES-IS-OPEN THEN
                    MOVE "SUCC" TO WS-CUSTOMER-REASON
                 END-IF
           END-READ.

       COLLECT-ACCOUNTS.
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
                       PERFORM COLLECT-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

      *    Only credit balances are guaranteed: an overdrawn
      *    account contributes nothing and is not set against the
      *    customer's other deposits. Interest already earned but
      *    not yet capitalized belongs to the depositor all the
      *    same and goes on its own line.
       COLLECT-ONE-ACCOUNT.
           IF RCD-CLOSED THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-REASON.

           MOVE RCD-PIN TO WS-LOOKUP-PIN.
           MOVE RCD-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           MOVE 'K' TO WS-LOOKUP-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-LOOKUP-MODE WS-LOOKUP-PIN WS-LOOKUP-ACCT-NO
              WS-LOOKUP-IBAN WS-LOOKUP-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS NOT = 0 THEN
              MOVE SPACES TO WS-LOOKUP-IBAN
           END-IF.

           MOVE SPACES TO WS-NEW-REF.
           STRING RCD-PIN "-" RCD-ACCT-NO
              DELIMITED BY SIZE INTO WS-NEW-REF
           END-STRING.
           MOVE WS-LOOKUP-IBAN TO WS-NEW-IBAN.
           MOVE RCD-CURRENCY TO WS-NEW-CURRENCY.

           IF RCD-AMMOUNT > 0 THEN
              IF RCD-ACCT-EPARGNE OR RCD-ACCT-LIVRET-A THEN
                 MOVE "EP" TO WS-NEW-PRODUCT
              ELSE
                 MOVE "CC" TO WS-NEW-PRODUCT
              END-IF
              MOVE RCD-AMMOUNT TO WS-NEW-AMOUNT
              PERFORM ADD-ONE-HOLDING
           ELSE
              ADD 1 TO WS-DEBIT-COUNT
           END-IF.

           IF WS-ACCRINT-OPEN = 'Y' THEN
              MOVE RCD-KEY TO AC-KEY
              READ ACCRUED-INTEREST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AC-ACCRUED > 0 THEN
                       MOVE "IC" TO WS-NEW-PRODUCT
                       MOVE AC-ACCRUED TO WS-NEW-AMOUNT
                       PERFORM ADD-ONE-HOLDING
                    END-IF
              END-READ
           END-IF.

      *    The estate outranks anything on the account itself; a
      *    live legal hold gives its own motive; the bare freeze
      *    letter with no register row reads GELE.
       FIND-ACCOUNT-REASON.
           MOVE WS-CUSTOMER-REASON TO WS-ACCOUNT-REASON.
           IF WS-ACCOUNT-REASON NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-FREEZE-OPEN = 'Y' THEN
              MOVE RCD-KEY TO FZ-KEY
              READ FREEZE-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FZ-IS-ACTIVE THEN
                       MOVE FZ-REASON-CODE TO WS-ACCOUNT-REASON
                    END-IF
              END-READ
           END-IF.
           IF WS-ACCOUNT-REASON = SPACES AND RCD-FROZEN THEN
              MOVE "GELE" TO WS-ACCOUNT-REASON
           END-IF.

      *    The principal stays the customer's until maturity pays
      *    it back. Placements are opened in euros only.
       COLLECT-TERM-DEPOSITS.
           IF WS-TERMDEP-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-REASON TO WS-ACCOUNT-REASON.
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
                    IF TD-PIN = CM-ID AND TD-IS-ACTIVE
                          AND TD-PRINCIPAL > 0 THEN
                       MOVE "DT" TO WS-NEW-PRODUCT
                       MOVE TD-ID TO WS-NEW-REF
                       MOVE SPACES TO WS-NEW-IBAN
                       MOVE "EUR" TO WS-NEW-CURRENCY
                       MOVE TD-PRINCIPAL TO WS-NEW-AMOUNT
                       PERFORM ADD-ONE-HOLDING
                    END-IF
              END-READ
           END-PERFORM.

       ADD-ONE-HOLDING.
           IF WS-HOLDING-COUNT >= 150 THEN
              ADD 1 TO WS-OVERFLOW-COUNT
              MOVE SPACES TO CONTROL-REPORT-LINE
              STRING "DEBORDEMENT client " CM-ID " produit "
                 WS-NEW-PRODUCT " ref " WS-NEW-REF
                 " non repris dans la vue"
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              END-STRING
              WRITE CONTROL-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           PERFORM CONVERT-NEW-AMOUNT.

           ADD 1 TO WS-HOLDING-COUNT.
           SET WS-HOLD-IDX TO WS-HOLDING-COUNT.
           MOVE WS-NEW-PRODUCT TO WS-H-PRODUCT (WS-HOLD-IDX).
           MOVE WS-NEW-REF TO WS-H-REF (WS-HOLD-IDX).
           MOVE WS-NEW-IBAN TO WS-H-IBAN (WS-HOLD-IDX).
           MOVE WS-NEW-CURRENCY TO WS-H-CURRENCY (WS-HOLD-IDX).
           MOVE WS-NEW-AMOUNT TO WS-H-AMOUNT (WS-HOLD-IDX).
           MOVE WS-NEW-EUR-AMOUNT TO WS-H-EUR-AMOUNT (WS-HOLD-IDX).
           MOVE WS-ACCOUNT-REASON TO WS-H-REASON (WS-HOLD-IDX).

           EVALUATE WS-NEW-PRODUCT
              WHEN "CC"
                 ADD WS-NEW-EUR-AMOUNT TO WS-COURANT-TOTAL
              WHEN "EP"
                 ADD WS-NEW-EUR-AMOUNT TO WS-EPARGNE-TOTAL
              WHEN "DT"
                 ADD WS-NEW-EUR-AMOUNT TO WS-TERM-TOTAL
              WHEN OTHER
                 ADD WS-NEW-EUR-AMOUNT TO WS-INTEREST-TOTAL
           END-EVALUATE.
           IF WS-ACCOUNT-REASON = "SUCC" THEN
              ADD 1 TO WS-ESTATE-FLAG-COUNT
           ELSE
              IF WS-ACCOUNT-REASON NOT = SPACES
                    AND WS-ACCOUNT-REASON NOT = "TAUX" THEN
                 ADD 1 TO WS-HOLD-FLAG-COUNT
              END-IF
           END-IF.

      *    The fund pays in euros. Without any EUR/USD fix on file a
      *    dollar balance cannot be valued: it is carried at nil,
      *    marked TAUX and the run ends in error so it is not sent.
       CONVERT-NEW-AMOUNT.
           IF WS-NEW-CURRENCY NOT = "USD" THEN
              MOVE WS-NEW-AMOUNT TO WS-NEW-EUR-AMOUNT
              EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-MISSING OR WS-USD-RATE = 0 THEN
              MOVE 0 TO WS-NEW-EUR-AMOUNT
              ADD 1 TO WS-UNCONVERTED-COUNT
              IF WS-ACCOUNT-REASON = SPACES THEN
                 MOVE "TAUX" TO WS-ACCOUNT-REASON
              END-IF
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-EUR-AMOUNT ROUNDED =
              WS-NEW-AMOUNT / WS-USD-RATE.
           ADD 1 TO WS-USD-COUNT.

      *    Lost, stolen or swallowed plastic has normally been
      *    replaced, and a card still awaiting activation or past
      *    its expiry is a renewal of one already counted, so only
      *    live active cards are read, and each customer id among
      *    them is one holder however many cards it has. A customer
      *    with no card at all is still the sole holder of their
      *    accounts.
       COUNT-HOLDERS.
           MOVE 0 TO WS-HOLDER-COUNT.
           IF WS-CARDS-OPEN = 'Y' THEN
              MOVE 'N' TO WS-ACCOUNTS-EOF
              MOVE 0 TO CARD-NUMBER
              START CARD-RECORDS KEY IS > CARD-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WS-ACCOUNTS-EOF
              END-START
              PERFORM UNTIL WS-ACCOUNTS-EOF = 'Y'
                 READ CARD-RECORDS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-ACCOUNTS-EOF
                    NOT AT END
                       IF CARD-CUSTOMER-ID = CM-ID
                             AND CARD-IS-ACTIVE
                             AND (CARD-EXPIRY = 0
                               OR CARD-EXPIRY >= WS-TODAY) THEN
                          PERFORM ADD-ONE-HOLDER
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-HOLDER-COUNT = 0 THEN
              MOVE 1 TO WS-HOLDER-COUNT
              MOVE CM-ID TO WS-HD-CUSTOMER-ID (1)
              MOVE 0 TO WS-HD-CARD (1)
           END-IF.

       ADD-ONE-HOLDER.
           MOVE 'N' TO WS-HOLDER-KNOWN.
           PERFORM VARYING WS-HOLDER-SCAN FROM 1 BY 1
                 UNTIL WS-HOLDER-SCAN > WS-HOLDER-COUNT
              IF WS-HD-CUSTOMER-ID (WS-HOLDER-SCAN)
                    = CARD-CUSTOMER-ID THEN
                 MOVE 'Y' TO WS-HOLDER-KNOWN
              END-IF
           END-PERFORM.
           IF WS-HOLDER-KNOWN = 'N' AND WS-HOLDER-COUNT < 20 THEN
              ADD 1 TO WS-HOLDER-COUNT
              MOVE CARD-CUSTOMER-ID
                 TO WS-HD-CUSTOMER-ID (WS-HOLDER-COUNT)
              MOVE CARD-NUMBER TO WS-HD-CARD (WS-HOLDER-COUNT)
           END-IF.

      *    Each holder owns an equal share of every holding; the
      *    centimes a division leaves over go to the first holder
      *    so the shares always add back to the balance. The
      *    ceiling then applies to each holder's own total.
       WRITE-ONE-DEPOSITOR.
           MOVE 0 TO WS-DEPOSITOR-TOTAL.
           MOVE WS-CUSTOMER-REASON TO WS-DEPOSITOR-REASON.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
              PERFORM COMPUTE-HOLDER-SHARE
              ADD WS-SHARE TO WS-DEPOSITOR-TOTAL
              IF WS-DEPOSITOR-REASON = SPACES THEN
                 MOVE WS-H-REASON (WS-HOLD-IDX) TO WS-DEPOSITOR-REASON
              END-IF
           END-PERFORM.

           MOVE CM-ID TO WS-DEP-CM-ID.
           MOVE WS-HD-CARD (WS-HOLDER-NO) TO WS-DEP-HOLDER-CARD.
           MOVE WS-HOLDER-COUNT TO WS-DEP-HOLDER-COUNT.
           MOVE CM-LAST-NAME TO WS-DEP-LAST-NAME.
           MOVE CM-NAME TO WS-DEP-NAME.
           MOVE CM-BIRTH-DATE TO WS-DEP-BIRTH-DATE.
           MOVE CM-ADDRESS-LINE TO WS-DEP-ADDRESS-LINE.
           MOVE CM-POSTAL-CODE TO WS-DEP-POSTAL-CODE.
           MOVE CM-CITY TO WS-DEP-CITY.
           MOVE CM-KYC-STATUS TO WS-DEP-KYC-STATUS.
           MOVE WS-DEPOSITOR-TOTAL TO WS-DEP-ELIGIBLE.
           IF WS-DEPOSITOR-TOTAL > WS-GUARANTEE-CEILING THEN
              MOVE WS-GUARANTEE-CEILING TO WS-DEP-GUARANTEED
              COMPUTE WS-DEP-EXCESS =
                 WS-DEPOSITOR-TOTAL - WS-GUARANTEE-CEILING
              ADD 1 TO WS-CAPPED-COUNT
           ELSE
              MOVE WS-DEPOSITOR-TOTAL TO WS-DEP-GUARANTEED
              MOVE 0 TO WS-DEP-EXCESS
           END-IF.
           MOVE WS-DEPOSITOR-REASON TO WS-DEP-REASON.
           MOVE WS-DEPOSITOR-RECORD TO SCV-LINE.
           WRITE SCV-LINE.

           ADD 1 TO WS-DEPOSITOR-COUNT.
           ADD WS-DEP-GUARANTEED TO WS-GUARANTEED-TOTAL.
           ADD WS-DEP-EXCESS TO WS-EXCESS-TOTAL.

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
              PERFORM WRITE-ONE-HOLDING
           END-PERFORM.

       COMPUTE-HOLDER-SHARE.
           COMPUTE WS-SHARE =
              WS-H-EUR-AMOUNT (WS-HOLD-IDX) / WS-HOLDER-COUNT.
           IF WS-HOLDER-NO = 1 THEN
              COMPUTE WS-SHARE = WS-H-EUR-AMOUNT (WS-HOLD-IDX)
                 - WS-SHARE * (WS-HOLDER-COUNT - 1)
           END-IF.

       WRITE-ONE-HOLDING.
           PERFORM COMPUTE-HOLDER-SHARE.
           MOVE CM-ID TO WS-HLD-CM-ID.
           MOVE WS-HD-CARD (WS-HOLDER-NO) TO WS-HLD-HOLDER-CARD.
           MOVE WS-H-PRODUCT (WS-HOLD-IDX) TO WS-HLD-PRODUCT.
           MOVE WS-H-REF (WS-HOLD-IDX) TO WS-HLD-REF.
           MOVE WS-H-IBAN (WS-HOLD-IDX) TO WS-HLD-IBAN.
           MOVE WS-H-CURRENCY (WS-HOLD-IDX) TO WS-HLD-CURRENCY.
           MOVE WS-H-AMOUNT (WS-HOLD-IDX) TO WS-HLD-AMOUNT.
           MOVE WS-SHARE TO WS-HLD-SHARE-EUR.
           MOVE WS-H-REASON (WS-HOLD-IDX) TO WS-HLD-REASON.
           MOVE WS-HOLDING-RECORD TO SCV-LINE.
           WRITE SCV-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD WS-SHARE TO WS-SHARE-TOTAL.

      *    Sums the same balances again straight off demo.dat,
      *    termdep.dat and accrint.dat, whoever they belong to. Any
      *    account whose customer id is missing from custmast.dat
      *    could not go into the view and is listed by name; once
      *    those are set aside the two totals must agree.
       PROVE-AGAINST-SOURCE-FILES.
           MOVE 'N' TO WS-EOF.
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
                    IF NOT RCD-CLOSED THEN
                       PERFORM PROVE-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-TERMDEP-OPEN = 'Y' THEN
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
                       IF TD-IS-ACTIVE AND TD-PRINCIPAL > 0 THEN
                          MOVE TD-PIN TO WS-LOOKUP-PIN
                          MOVE "EUR" TO WS-NEW-CURRENCY
                          MOVE TD-PRINCIPAL TO WS-NEW-AMOUNT
                          MOVE TD-ID TO WS-NEW-REF
                          PERFORM PROVE-ONE-AMOUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

           COMPUTE WS-PROOF-DIFF =
              WS-SOURCE-TOTAL - WS-ORPHAN-TOTAL - WS-SHARE-TOTAL.
           IF WS-PROOF-DIFF NOT = 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-ONE-ACCOUNT.
           MOVE RCD-PIN TO WS-LOOKUP-PIN.
           MOVE RCD-CURRENCY TO WS-NEW-CURRENCY.
           MOVE SPACES TO WS-NEW-REF.
           STRING RCD-PIN "-" RCD-ACCT-NO
              DELIMITED BY SIZE INTO WS-NEW-REF
           END-STRING.
           IF RCD-AMMOUNT > 0 THEN
              MOVE RCD-AMMOUNT TO WS-NEW-AMOUNT
              PERFORM PROVE-ONE-AMOUNT
           END-IF.
           IF WS-ACCRINT-OPEN = 'Y' THEN
              MOVE RCD-KEY TO AC-KEY
              READ ACCRUED-INTEREST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AC-ACCRUED > 0 THEN
                       MOVE AC-ACCRUED TO WS-NEW-AMOUNT
                       PERFORM PROVE-ONE-AMOUNT
                    END-IF
              END-READ
           END-IF.

      *    Converted exactly as the build converted it, so a dollar
      *    balance cannot make the totals disagree by a rounding.
       PROVE-ONE-AMOUNT.
           IF WS-NEW-CURRENCY = "USD" THEN
              IF WS-RATE-MISSING OR WS-USD-RATE = 0 THEN
                 MOVE 0 TO WS-NEW-EUR-AMOUNT
              ELSE
                 COMPUTE WS-NEW-EUR-AMOUNT ROUNDED =
                    WS-NEW-AMOUNT / WS-USD-RATE
              END-IF
           ELSE
              MOVE WS-NEW-AMOUNT TO WS-NEW-EUR-AMOUNT
           END-IF.
           ADD WS-NEW-EUR-AMOUNT TO WS-SOURCE-TOTAL.

           MOVE 'Y' TO WS-OWNER-KNOWN.
           MOVE WS-LOOKUP-PIN TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-OWNER-KNOWN
           END-READ.
           IF WS-OWNER-KNOWN = 'N' THEN
              ADD 1 TO WS-ORPHAN-COUNT
              ADD WS-NEW-EUR-AMOUNT TO WS-ORPHAN-TOTAL
              MOVE WS-NEW-EUR-AMOUNT TO WS-EDIT-AMOUNT
              MOVE SPACES TO CONTROL-REPORT-LINE
              STRING "SANS CLIENT ref " WS-NEW-REF " client "
                 WS-LOOKUP-PIN " absent de custmast.dat, "
                 WS-EDIT-AMOUNT " EUR hors vue"
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              END-STRING
              WRITE CONTROL-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           MOVE WS-USD-RATE TO WS-EDIT-RATE.
           STRING "VUE UNIQUE FGDR au " WS-TODAY
              "   plafond par deposant 100 000,00 EUR"
              "   cours EUR/USD " WS-EDIT-RATE
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           IF WS-RATE-STALE THEN
              MOVE SPACES TO CONTROL-REPORT-LINE
              STRING "ATTENTION cours EUR/USD perime, dernier "
                 "connu applique"
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              END-STRING
              WRITE CONTROL-REPORT-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE "Clients lus" TO WS-CTL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Clients sans avoir eligible" TO WS-CTL-LABEL.
           MOVE WS-EMPTY-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Comptes joints repartis par titulaire"
              TO WS-CTL-LABEL.
           MOVE WS-JOINT-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Deposants ecrits" TO WS-CTL-LABEL.
           MOVE WS-DEPOSITOR-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Lignes d'avoirs ecrites" TO WS-CTL-LABEL.
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Comptes debiteurs ou a zero exclus" TO WS-CTL-LABEL.
           MOVE WS-DEBIT-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Avoirs en USD convertis" TO WS-CTL-LABEL.
           MOVE WS-USD-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Avoirs en USD sans cours (TAUX)" TO WS-CTL-LABEL.
           MOVE WS-UNCONVERTED-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Avoirs sous saisie ou gel" TO WS-CTL-LABEL.
           MOVE WS-HOLD-FLAG-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Avoirs en succession (SUCC)" TO WS-CTL-LABEL.
           MOVE WS-ESTATE-FLAG-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Avoirs non repris (debordement)" TO WS-CTL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "Deposants plafonnes" TO WS-CTL-LABEL.
           MOVE WS-CAPPED-COUNT TO WS-EDIT-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE "Comptes courants" TO WS-CTL-LABEL.
           MOVE WS-COURANT-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Comptes d'epargne" TO WS-CTL-LABEL.
           MOVE WS-EPARGNE-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Depots a terme" TO WS-CTL-LABEL.
           MOVE WS-TERM-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Interets courus" TO WS-CTL-LABEL.
           MOVE WS-INTEREST-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Total eligible (vue unique)" TO WS-CTL-LABEL.
           MOVE WS-SHARE-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Total garanti" TO WS-CTL-LABEL.
           MOVE WS-GUARANTEED-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "Excedent non garanti" TO WS-CTL-LABEL.
           MOVE WS-EXCESS-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE "Fichiers sources, total eligible" TO WS-CTL-LABEL.
           MOVE WS-SOURCE-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "dont comptes sans client" TO WS-CTL-LABEL.
           MOVE WS-ORPHAN-TOTAL TO WS-EDIT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE SPACES TO CONTROL-REPORT-LINE.
           MOVE WS-PROOF-DIFF TO WS-EDIT-DIFF.
           IF WS-PROOF-DIFF = 0 THEN
              STRING "RAPPROCHEMENT OK : vue unique = fichiers "
                 "sources hors comptes sans client"
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              END-STRING
           ELSE
              STRING "ECART DE RAPPROCHEMENT " WS-EDIT-DIFF
                 " EUR : vue unique a ne pas transmettre"
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONTROL-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING WS-CTL-LABEL WS-EDIT-COUNT
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING WS-CTL-LABEL WS-EDIT-AMOUNT " EUR"
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.

       END PROGRAM DepositGuaranteeView.
