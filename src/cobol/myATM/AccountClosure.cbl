           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The same documents for customers whose address La Poste
      *  sent back, held under their hold-mail row instead of
      *  going to print.
           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Closed accounts leave the live file entirely: the final
      *  record image is archived here so demo.dat stops
      *  accumulating dead rows.
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

      *  A balance pledged as security for a loan stays until the
      *  loan is repaid; closing the account would release it.
           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

      *  A Livret A's interest is kept by the fortnight in its own
      *  register, not at the nightly rate.
           SELECT LIVRET-A-RECORDS ASSIGN TO '../../data/livreta.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LQ-KEY
              FILE STATUS IS LIVRET-A-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD CLOSED-ARCHIVE.
       01 CLOSED-ARCHIVE-LINE PIC X(65).

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD LIVRET-A-RECORDS.
       COPY "LIVRETA.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 LIVRET-A-RECORDS-FS PIC XX.
       01 WS-PLEDGE-ACTIVE PIC X VALUE 'N'.
       01 WS-PLEDGED-LOAN-ID PIC 9(6).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  left behind.
       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.
           88 WS-SETTLE-TRANSFER VALUE 2.

       01 WS-DEST-ACCT-NO PIC 9(2).
       01 WS-PAYOUT PIC 9(7)V99.
       01 WS-DEST-BALANCE PIC 9(7)V99.
       01 NEW-DEST-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-SETTLED PIC X VALUE 'N'.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-LEG-PIN PIC 9(4).
       01 WS-LEG-ACCT-NO PIC 9(2).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(7)V99.
       01 WS-LEG-BALANCE PIC 9(7)V99.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  Post for a customer whose address La Poste sent back is
      *  held: the letter goes to the held-documents file under
      *  its hold-mail row instead of the print file.
       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "AccountClosure".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X VALUE 'M'.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).
       01 WS-HELD-LETTERS PIC 9(5) VALUE 0.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".
              STOP RUN
           END-IF.

           PERFORM CHECK-ACTIVE-PLEDGE.
           IF WS-PLEDGE-ACTIVE = 'Y' THEN
              DISPLAY "Compte nanti en garantie du pret "
                 WS-PLEDGED-LOAN-ID " : cloture refusee tant que "
                 "le pret n'est pas rembourse"
              CLOSE BANK-RECORDS
              STOP RUN
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST.
           PERFORM SETTLE-REMAINING-BALANCE.

           END-READ.
           CLOSE FREEZE-RECORDS.

       CHECK-ACTIVE-PLEDGE.
           MOVE 'N' TO WS-PLEDGE-ACTIVE.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CLOSE-PIN TO CL-PIN.
           MOVE WS-CLOSE-ACCT-NO TO CL-ACCT-NO.
           START COLLATERAL-RECORDS KEY IS = CL-ACCOUNT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-PIN NOT = WS-CLOSE-PIN
                          OR CL-ACCT-NO NOT = WS-CLOSE-ACCT-NO THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-SAVINGS THEN
                          MOVE 'Y' TO WS-PLEDGE-ACTIVE
                          MOVE CL-LOAN-ID TO WS-PLEDGED-LOAN-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

      *    One last interest credit at the product's nightly rate,
      *    through the transaction log like any other accrual, so
      *    the customer leaves with everything they earned.
       SETTLE-ACCRUED-INTEREST.
           IF RCD-ACCT-LIVRET-A THEN
              PERFORM SETTLE-LIVRET-A-INTEREST
              EXIT PARAGRAPH
           END-IF.
           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
              DISPLAY "Interets courus regles : " WS-INTEREST-AMOUNT
           END-IF.

      *    A Livret A leaves with the interest of the fortnights
      *    already closed this year, paid free of tax; the current
      *    fortnight earns nothing, the closure being a withdrawal.
       SETTLE-LIVRET-A-INTEREST.
           OPEN I-O LIVRET-A-RECORDS.
           IF LIVRET-A-RECORDS-FS NOT = "00" THEN
              CLOSE LIVRET-A-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-PIN TO LQ-PIN.
           MOVE RCD-ACCT-NO TO LQ-ACCT-NO.
           READ LIVRET-A-RECORDS
              INVALID KEY
                 CLOSE LIVRET-A-RECORDS
                 EXIT PARAGRAPH
           END-READ.

           IF LQ-YEAR-INTEREST > 0 THEN
              CALL "NextTransactionRef" USING BY REFERENCE
                 WS-TRAN-REF
              ADD LQ-YEAR-INTEREST TO RCD-AMMOUNT
              REWRITE BANK-RECORD
              MOVE RCD-PIN TO WS-LEG-PIN
              MOVE RCD-ACCT-NO TO WS-LEG-ACCT-NO
              MOVE 'INTR' TO WS-LEG-TYPE
              MOVE LQ-YEAR-INTEREST TO WS-LEG-AMOUNT
              MOVE RCD-AMMOUNT TO WS-LEG-BALANCE
              PERFORM WRITE-CLOSURE-TRANLOG
              DISPLAY "Interets du livret A regles : "
                 LQ-YEAR-INTEREST
           END-IF.

           MOVE 0 TO LQ-YEAR-INTEREST.
           MOVE 'C' TO LQ-STATUS.
           REWRITE LIVRET-A-RECORD.
           CLOSE LIVRET-A-RECORDS.

      *    The balance must reach exactly zero before the record
      *    leaves the file: paid out in cash at the counter, or
      *    moved to another of the same customer's accounts.
      *    longer read the account.
       WRITE-FINAL-STATEMENT.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "RELEVE FINAL " WS-CLOSE-PIN "-" WS-CLOSE-ACCT-NO
              " " FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.

           STRING "RELEVE FINAL DE CLOTURE " WS-CLOSE-PIN "-"
              WS-CLOSE-ACCT-NO " le " FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           STRING "Titulaire : " RCD-NAME " " RCD-LAST-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           IF WS-INTEREST-AMOUNT > 0 THEN
              STRING "  Interets courus regles : "
                 WS-INTEREST-AMOUNT " " RCD-CURRENCY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF.

           IF WS-PAYOUT > 0 THEN
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-LETTER-LINE
           END-IF.

           MOVE "  Solde final : 0,00 - compte clos" TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.
           IF WS-MAIL-HELD THEN
              DISPLAY "Releve final retenu, adresse NPAI : pli "
                 WS-HOLD-ID
           ELSE
              DISPLAY "Releve final edite"
           END-IF.

      *    The record's last image, closed and at zero, goes to the
      *    archive; only then does it leave the live file.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

      *    Every letter is checked against the returned-mail
      *    register before its first line: an NPAI customer's
      *    letter is filed on the hold file, not printed.
       CHECK-LETTER-HOLD.
           CALL "CheckMailHold" USING BY REFERENCE WS-CLOSE-PIN
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

       END PROGRAM AccountClosure.
