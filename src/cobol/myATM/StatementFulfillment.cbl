           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The cardholder's loyalty points, summarised under the
      *  balance: the cards on the balance file, the month's
      *  movements from the points ledger.
           SELECT LOYALTY-BALANCES ASSIGN TO '../../data/loybal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

           SELECT LOYALTY-LEDGER ASSIGN TO '../../data/loyledger.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOYALTY-LEDGER-FS.

      *  Requests already fulfilled, moved out of the queue so
      *  statements.dat doesn't grow forever.
           SELECT FULFILLED-REQUESTS ASSIGN TO

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       FD LOYALTY-LEDGER.
       COPY "LOYLEDG.cpy".

       FD FULFILLED-REQUESTS.
       01 FULFILLED-LINE PIC X(30).

       01 TRANHIST-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-CUSTMAST-PRESENT PIC X VALUE 'N'.
       01 LOYALTY-BALANCES-FS PIC XX.
       01 LOYALTY-LEDGER-FS PIC XX.
       01 WS-LOYALTY-EOF PIC X VALUE 'N'.
       01 WS-LEDGER-EOF PIC X VALUE 'N'.

      *  One card's points for the statement month.
       01 WS-LOYALTY-CARDS PIC 9(3) VALUE 0.
       01 WS-PERIOD-EARNED PIC 9(7).
       01 WS-PERIOD-USED PIC 9(7).
       01 WS-PERIOD-EXPIRED PIC 9(7).

      *  The entry being printed, filled from either the history
      *  slice or the live log so one formatting paragraph serves
      *  both sources.
       01 WS-ENTRY-DATETIME PIC 9(14).
       01 WS-ENTRY-TYPE PIC X(4).
       01 WS-ENTRY-AMOUNT PIC 9(7)V99.
       01 WS-ENTRY-BALANCE PIC 9(7)V99.
       01 WS-ENTRY-CARD PIC 9(4).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TRANLOG-EOF PIC X VALUE 'N'.

       01 WS-FULFILLED-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.

      *  A customer whose post comes back NPAI gets no statement
      *  printed: the request itself is filed on the hold file,
      *  to be queued again once a new address is on file.
       01 WS-HOLD-TYPE PIC X VALUE 'R'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "StatementFulfillment".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

      *  The statement period is the calendar month the request was
      *  made in; every TRANLOG row whose datetime starts with this
       01 WS-LINES-ON-PAGE PIC 9(2) VALUE 0.
       01 LINES-PER-PAGE PIC 9(2) VALUE 20.

      *  The account's IBAN for the page header; an account with
      *  no identity on file yet just prints without one.
       01 WS-IDENT-MODE PIC X VALUE 'K'.
       01 WS-IDENT-PIN PIC 9(4).
       01 WS-IDENT-ACCT-NO PIC 9(2).
       01 WS-IBAN PIC X(34).
       01 WS-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

       COPY "BALEDIT.cpy".

      *  Defaults to the demo layout; overridden so the same compiled
           CLOSE STATEMENT-REQUESTS.

           DISPLAY WS-FULFILLED-COUNT " releve(s) produit(s), "
              WS-FAILED-COUNT " demande(s) en echec, "
              WS-HELD-COUNT " retenu(s) adresse NPAI".

           STOP RUN.

              INVALID KEY
                 PERFORM MARK-REQUEST-FAILED
              NOT INVALID KEY
                 MOVE STATEMENT-REQUEST TO WS-HOLD-REF
                 CALL "CheckMailHold" USING BY REFERENCE SR-PIN
                    WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF
                    WS-HOLD-RESULT WS-HOLD-ID
                 IF WS-MAIL-HELD THEN
                    PERFORM MARK-REQUEST-HELD
                 ELSE
                    PERFORM PRODUCE-ONE-STATEMENT
                    PERFORM MARK-REQUEST-FULFILLED
                 END-IF
           END-READ.

       MARK-REQUEST-FAILED.
              DELIMITED BY SIZE INTO FULFILLED-LINE.
           WRITE FULFILLED-LINE.

       MARK-REQUEST-HELD.
           ADD 1 TO WS-HELD-COUNT.
           STRING "RETENU NPAI " SR-PIN "-" SR-ACCT-NO
              " pli " WS-HOLD-ID
              DELIMITED BY SIZE INTO FULFILLED-LINE.
           WRITE FULFILLED-LINE.

       MARK-REQUEST-FULFILLED.
           ADD 1 TO WS-FULFILLED-COUNT.
           STRING "FAIT " SR-PIN "-" SR-ACCT-NO
           MOVE 0 TO WS-LINES-ON-PAGE.
           MOVE 0 TO WS-ENTRY-COUNT.

           MOVE SR-PIN TO WS-IDENT-PIN.
           MOVE SR-ACCT-NO TO WS-IDENT-ACCT-NO.
           MOVE 'K' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-IDENT-PIN WS-IDENT-ACCT-NO WS-IBAN
              WS-RIB WS-IDENT-STATUS.

           PERFORM WRITE-PAGE-HEADER.
           PERFORM WRITE-MAILING-ADDRESS.
           PERFORM LIST-PERIOD-ENTRIES.
           END-IF.

           PERFORM WRITE-CLOSING-BALANCE.
           PERFORM WRITE-LOYALTY-SUMMARY.

           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           END-IF.
           WRITE DOC-LINE.

           IF WS-IDENT-STATUS = 0 THEN
              MOVE SPACES TO DOC-LINE
              STRING "IBAN : " WS-IBAN
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              WRITE DOC-LINE
           END-IF.

      *    The mailing address comes off the customer master; a
      *    customer not yet migrated just gets no address block,
      *    as before the master existed.
           END-IF.
           WRITE DOC-LINE.

      *    Every card of the customer on the points programme, with
      *    what it earned, used and lost in the statement month and
      *    what it holds now. No card on the programme, no block.
       WRITE-LOYALTY-SUMMARY.
           MOVE 0 TO WS-LOYALTY-CARDS.
           OPEN INPUT LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS NOT = "00" THEN
              CLOSE LOYALTY-BALANCES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LOYALTY-EOF.
           PERFORM UNTIL WS-LOYALTY-EOF = 'Y'
              READ LOYALTY-BALANCES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-LOYALTY-EOF
                 NOT AT END
                    IF LB-CUSTOMER-ID = SR-PIN
                          AND LB-CARD-NUMBER > 0 THEN
                       PERFORM WRITE-ONE-CARD-POINTS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOYALTY-BALANCES.

       WRITE-ONE-CARD-POINTS.
           IF WS-LOYALTY-CARDS = 0 THEN
              MOVE SPACES TO DOC-LINE
              IF WS-LANG-IS-EN = 'Y' THEN
                 STRING "Loyalty points (earned / used / expired / "
                    "balance)" DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              ELSE
                 STRING "Points fidelite (gagnes / utilises / "
                    "expires / solde)" DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              END-IF
              WRITE DOC-LINE
           END-IF.
           ADD 1 TO WS-LOYALTY-CARDS.

           MOVE 0 TO WS-PERIOD-EARNED.
           MOVE 0 TO WS-PERIOD-USED.
           MOVE 0 TO WS-PERIOD-EXPIRED.
           MOVE 'N' TO WS-LEDGER-EOF.
           OPEN INPUT LOYALTY-LEDGER.
           IF LOYALTY-LEDGER-FS NOT = "00" THEN
              MOVE 'Y' TO WS-LEDGER-EOF
           END-IF.
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
              READ LOYALTY-LEDGER
                 AT END
                    MOVE 'Y' TO WS-LEDGER-EOF
                 NOT AT END
                    IF LL-CARD-NUMBER = LB-CARD-NUMBER
                          AND LL-DATE(1:6) = WS-PERIOD THEN
                       EVALUATE TRUE
                          WHEN LL-IS-EARN
                             ADD LL-POINTS TO WS-PERIOD-EARNED
                          WHEN LL-IS-REDEEM
                             ADD LL-POINTS TO WS-PERIOD-USED
                          WHEN LL-IS-EXPIRY
                             ADD LL-POINTS TO WS-PERIOD-EXPIRED
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           IF LOYALTY-LEDGER-FS NOT = "35" THEN
              CLOSE LOYALTY-LEDGER
           END-IF.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  card " LB-CARD-NUMBER " : "
                 WS-PERIOD-EARNED " / " WS-PERIOD-USED " / "
                 WS-PERIOD-EXPIRED " / " LB-BALANCE
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  carte " LB-CARD-NUMBER " : "
                 WS-PERIOD-EARNED " / " WS-PERIOD-USED " / "
                 WS-PERIOD-EXPIRED " / " LB-BALANCE
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           WRITE DOC-LINE.

       END PROGRAM StatementFulfillment.
