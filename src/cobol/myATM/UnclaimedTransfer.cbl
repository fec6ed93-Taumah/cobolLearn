       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnclaimedTransfer.

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

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

      *  The watch register the dormancy review starts and this
      *  batch carries through to the transfer.
           SELECT UNCLAIMED-RECORDS ASSIGN TO
                 '../../data/unclaimed.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UC-KEY
              FILE STATUS IS UNCLAIMED-RECORDS-FS.

      *  The customer master carries the mailing address the
      *  account records never had.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Court-ordered holds and pledged balances stop a transfer
      *  the same way they stop a closure at the desk.
           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

      *  Warning letters and final statements, for the print room
      *  to cut and mail.
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
           SELECT CLOSED-ARCHIVE ASSIGN TO
                 '../../data/closedacct.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  One line per balance handed over, sent with the payment
      *  to the Caisse des Depots.
           SELECT CDC-TRANSFER-FILE ASSIGN TO
                 '../../data/cdcxfer.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Tonight's warnings, transfers, cancelled watches and
      *  anything held back, for the compliance file.
           SELECT UNCLAIMED-REPORT ASSIGN TO
                 '../../data/unclaimedrpt.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD UNCLAIMED-RECORDS.
       COPY "UNCLAIMED.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD CLOSED-ARCHIVE.
       01 CLOSED-ARCHIVE-LINE PIC X(65).

       FD CDC-TRANSFER-FILE.
       01 CDC-TRANSFER-LINE PIC X(120).

       FD UNCLAIMED-REPORT.
       01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 UNCLAIMED-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-UC-EOF PIC X VALUE 'N'.
       01 WS-PLEDGE-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 WS-TODAY-MONTH PIC 9(2).
           03 WS-TODAY-DAY PIC 9(2).

      *  Ten years without activity or contact hands the balance
      *  to the Caisse des Depots; the holder is warned six months
      *  before. Per-deployment override like the dormancy window.
       01 WS-TRANSFER-MONTHS PIC 9(3) VALUE 120.
       01 WS-TRANSFER-RAW PIC X(3) VALUE SPACES.
       01 WS-NOTICE-MONTHS PIC 9(3) VALUE 6.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 183.

      *  Year-months flattened to a month count, so the age of
      *  the last activity is a plain subtraction.
       01 WS-YM-YEAR PIC 9(4).
       01 WS-YM-MONTH PIC 9(2).
       01 WS-TODAY-MONTHS PIC 9(6).
       01 WS-LAST-MONTHS PIC 9(6).
       01 WS-INACTIVE-MONTHS PIC S9(6).

      *  Latest customer-initiated activity seen per account, the
      *  same scan and the same types the dormancy review uses.
       01 WS-ACT-TABLE.
           03 WS-ACT-ENTRY OCCURS 500 TIMES INDEXED BY WS-ACT-IDX.
               05 WS-A-PIN PIC 9(4).
               05 WS-A-ACCT-NO PIC 9(2).
               05 WS-A-LAST-YM PIC 9(6).
       01 WS-ACT-COUNT PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-WORK-PIN PIC 9(4).
       01 WS-WORK-ACCT-NO PIC 9(2).
       01 WS-WORK-YM PIC 9(6).
       01 WS-WORK-TYPE PIC X(4).
           88 WS-CUSTOMER-INITIATED VALUE "RETR" "DEPO" "XOUT"
              "XIN " "FACT" "LNXR" "CHQC".
       01 WS-LAST-SEEN-YM PIC 9(6).

      *  Each closure is evented for the monthly regulatory
      *  declaration of relationships.
       01 WS-EVENT-CLOSE PIC X(4) VALUE 'CLOT'.
       01 WS-HOLD-ACTIVE PIC X VALUE 'N'.
       01 WS-PLEDGE-ACTIVE PIC X VALUE 'N'.

      *  The last interest the account will ever earn, settled
      *  the way the closure desk settles it.
       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.
       01 WS-EPARGNE-RATE PIC 9V9(4) VALUE 0,0010.
       01 WS-INTEREST-AMOUNT PIC 9(5)V99 VALUE 0.

       01 WS-PAYOUT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(7)V99.

       01 WS-LANG-IS-EN PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.
       01 WS-TOTAL-EDIT PIC Z(8)9,99.
       COPY "BALEDIT.cpy".

       01 WS-WARNED-COUNT PIC 9(5) VALUE 0.
       01 WS-TRANSFERRED-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(5) VALUE 0.
       01 WS-TRANSFERRED-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-TRANSFER-DETAIL.
           03 FILLER PIC X(4) VALUE "CDC ".
           03 WS-TD-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 WS-TD-PIN PIC 9(4).
           03 FILLER PIC X VALUE "-".
           03 WS-TD-ACCT-NO PIC 9(2).
           03 FILLER PIC X VALUE SPACE.
           03 WS-TD-NAME PIC X(20).
           03 FILLER PIC X VALUE SPACE.
           03 WS-TD-LAST-NAME PIC X(20).
           03 FILLER PIC X(10) VALUE " inactif ".
           03 WS-TD-LAST-YM PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WS-TD-AMOUNT PIC Z(6)9,99.
           03 FILLER PIC X VALUE SPACE.
           03 WS-TD-CURRENCY PIC X(3).
           03 FILLER PIC X(5) VALUE " ref ".
           03 WS-TD-REF PIC 9(8).

      *  Post for a customer whose address La Poste sent back is
      *  held: the letter goes to the held-documents file under
      *  its hold-mail row instead of the print file.
       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "UnclaimedTransfer".
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

           ACCEPT WS-TRANSFER-RAW FROM ENVIRONMENT "UNCLAIMED_MONTHS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-TRANSFER-RAW IS NUMERIC THEN
              MOVE WS-TRANSFER-RAW TO WS-TRANSFER-MONTHS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           COMPUTE WS-TODAY-MONTHS =
              WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1.

           PERFORM SCAN-HISTORY-ACTIVITY.
           PERFORM SCAN-LIVE-LOG-ACTIVITY.

           OPEN I-O BANK-RECORDS.
           IF BANK-RECORDS-FS = "35" THEN
              DISPLAY "Aucun compte a examiner, fichier absent"
              CLOSE BANK-RECORDS
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-UNCLAIMED.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.
           OPEN EXTEND CDC-TRANSFER-FILE.
           OPEN OUTPUT UNCLAIMED-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPTES EN DESHERENCE " WS-TODAY
              " SEUIL=" WS-TRANSFER-MONTHS " MOIS PREAVIS="
              WS-NOTICE-MONTHS " MOIS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM WATCH-NEW-DORMANT-ACCOUNTS.
           PERFORM ADVANCE-WATCHED-ACCOUNTS.

           MOVE WS-TRANSFERRED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PREAVIS=" WS-WARNED-COUNT
              " VERSES=" WS-TRANSFERRED-COUNT
              " MONTANT=" WS-TOTAL-EDIT
              " ANNULES=" WS-CANCELLED-COUNT
              " BLOQUES=" WS-BLOCKED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE BANK-RECORDS.
           CLOSE UNCLAIMED-RECORDS.
           IF WS-CUSTMAST-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.
           CLOSE CDC-TRANSFER-FILE.
           CLOSE UNCLAIMED-REPORT.

           DISPLAY "Desherence : " WS-WARNED-COUNT " preavis, "
              WS-TRANSFERRED-COUNT " compte(s) verse(s) a la CDC, "
              WS-BLOCKED-COUNT " bloque(s)".
           IF WS-HELD-LETTERS > 0 THEN
              DISPLAY WS-HELD-LETTERS " courrier(s) retenu(s), "
                 "adresse NPAI"
           END-IF.
           IF WS-BLOCKED-COUNT > 0 OR WS-UNDATED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    unclaimed.dat may not exist yet; the first account to
      *    go dormant creates it.
       OPEN-OR-CREATE-UNCLAIMED.
           OPEN I-O UNCLAIMED-RECORDS.
           IF UNCLAIMED-RECORDS-FS = "35" THEN
              CLOSE UNCLAIMED-RECORDS
              OPEN OUTPUT UNCLAIMED-RECORDS
              CLOSE UNCLAIMED-RECORDS
              OPEN I-O UNCLAIMED-RECORDS
           END-IF.

       SCAN-HISTORY-ACTIVITY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS = "35" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE TH-TYPE TO WS-WORK-TYPE
                    IF WS-CUSTOMER-INITIATED THEN
                       MOVE TH-PIN TO WS-WORK-PIN
                       MOVE TH-ACCT-NO TO WS-WORK-ACCT-NO
                       MOVE TH-DATETIME(1:6) TO WS-WORK-YM
                       PERFORM NOTE-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM.
           IF TRANHIST-FS NOT = "35" THEN
              CLOSE TRANHIST-RECORDS
           END-IF.

       SCAN-LIVE-LOG-ACTIVITY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANLOG-RECORDS.
           IF TRANLOG-FS = "35" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANLOG-RECORDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE TL-TYPE TO WS-WORK-TYPE
                    IF WS-CUSTOMER-INITIATED THEN
                       MOVE TL-PIN TO WS-WORK-PIN
                       MOVE TL-ACCT-NO TO WS-WORK-ACCT-NO
                       MOVE TL-DATETIME(1:6) TO WS-WORK-YM
                       PERFORM NOTE-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM.
           IF TRANLOG-FS NOT = "35" THEN
              CLOSE TRANLOG-RECORDS
           END-IF.

       NOTE-ACTIVITY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
              IF WS-A-PIN(WS-ACT-IDX) = WS-WORK-PIN
                    AND WS-A-ACCT-NO(WS-ACT-IDX) = WS-WORK-ACCT-NO
                 MOVE WS-ACT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-ACT-COUNT >= 500 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACT-COUNT
              MOVE WS-ACT-COUNT TO WS-FOUND-IDX
              MOVE WS-WORK-PIN TO WS-A-PIN(WS-FOUND-IDX)
              MOVE WS-WORK-ACCT-NO TO WS-A-ACCT-NO(WS-FOUND-IDX)
              MOVE 0 TO WS-A-LAST-YM(WS-FOUND-IDX)
           END-IF.
           IF WS-WORK-YM > WS-A-LAST-YM(WS-FOUND-IDX) THEN
              MOVE WS-WORK-YM TO WS-A-LAST-YM(WS-FOUND-IDX)
           END-IF.

       FIND-LAST-SEEN.
           MOVE 0 TO WS-LAST-SEEN-YM.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
              IF WS-A-PIN(WS-ACT-IDX) = WS-WORK-PIN
                    AND WS-A-ACCT-NO(WS-ACT-IDX) = WS-WORK-ACCT-NO
                 MOVE WS-A-LAST-YM(WS-ACT-IDX) TO WS-LAST-SEEN-YM
              END-IF
           END-PERFORM.

      *    Accounts made dormant before the register existed have
      *    no watch yet: they get one from whatever activity the
      *    kept history still shows. One with none left on file
      *    cannot be aged and goes to the compliance officer.
       WATCH-NEW-DORMANT-ACCOUNTS.
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
                    IF RCD-DORMANT THEN
                       PERFORM WATCH-ONE-DORMANT-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       WATCH-ONE-DORMANT-ACCOUNT.
           MOVE RCD-PIN TO UC-PIN.
           MOVE RCD-ACCT-NO TO UC-ACCT-NO.
           READ UNCLAIMED-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE RCD-PIN TO WS-WORK-PIN.
           MOVE RCD-ACCT-NO TO WS-WORK-ACCT-NO.
           PERFORM FIND-LAST-SEEN.
           IF WS-LAST-SEEN-YM = 0 THEN
              ADD 1 TO WS-UNDATED-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "NON DATE " RCD-PIN "-" RCD-ACCT-NO
                 " dormant sans activite connue, a dater a la main"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE RCD-PIN TO UC-PIN.
           MOVE RCD-ACCT-NO TO UC-ACCT-NO.
           MOVE 'S' TO UC-STATUS.
           MOVE WS-LAST-SEEN-YM TO UC-LAST-ACTIVITY-YM.
           MOVE 0 TO UC-WARNED-DATE.
           MOVE 0 TO UC-DUE-DATE.
           MOVE 0 TO UC-TRANSFER-DATE.
           MOVE 0 TO UC-AMOUNT.
           MOVE RCD-CURRENCY TO UC-CURRENCY.
           MOVE 0 TO UC-TRAN-REF.
           MOVE RCD-NAME TO UC-HOLDER-NAME.
           MOVE RCD-LAST-NAME TO UC-HOLDER-LAST-NAME.
           WRITE UNCLAIMED-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *    Every open watch moves one step at most per run: warned
      *    once it is six months from the threshold, transferred
      *    once the warning's notice has run out. A watch whose
      *    account woke up — reactivated at the counter, or active
      *    again — is dropped; a transferred row stays for good.
       ADVANCE-WATCHED-ACCOUNTS.
           MOVE 'N' TO WS-UC-EOF.
           MOVE LOW-VALUES TO UC-KEY.
           START UNCLAIMED-RECORDS KEY IS >= UC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-UC-EOF
           END-START.
           PERFORM UNTIL WS-UC-EOF = 'Y'
              READ UNCLAIMED-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-UC-EOF
                 NOT AT END
                    IF NOT UC-IS-TRANSFERRED THEN
                       PERFORM ADVANCE-ONE-WATCH
                    END-IF
              END-READ
           END-PERFORM.

       ADVANCE-ONE-WATCH.
           MOVE UC-PIN TO RCD-PIN.
           MOVE UC-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 PERFORM CANCEL-WATCH
                 EXIT PARAGRAPH
           END-READ.
           IF NOT RCD-DORMANT THEN
              PERFORM CANCEL-WATCH
              EXIT PARAGRAPH
           END-IF.

           MOVE UC-PIN TO WS-WORK-PIN.
           MOVE UC-ACCT-NO TO WS-WORK-ACCT-NO.
           PERFORM FIND-LAST-SEEN.
           IF WS-LAST-SEEN-YM > UC-LAST-ACTIVITY-YM THEN
              PERFORM CANCEL-WATCH
              EXIT PARAGRAPH
           END-IF.

           DIVIDE UC-LAST-ACTIVITY-YM BY 100
              GIVING WS-YM-YEAR
              REMAINDER WS-YM-MONTH.
           COMPUTE WS-LAST-MONTHS =
              WS-YM-YEAR * 12 + WS-YM-MONTH - 1.
           COMPUTE WS-INACTIVE-MONTHS =
              WS-TODAY-MONTHS - WS-LAST-MONTHS.

           EVALUATE TRUE
              WHEN UC-IS-WATCHED
                    AND WS-INACTIVE-MONTHS + WS-NOTICE-MONTHS
                       NOT < WS-TRANSFER-MONTHS
                 PERFORM WARN-HOLDER
              WHEN UC-IS-WARNED
                    AND WS-TODAY NOT < UC-DUE-DATE
                    AND WS-INACTIVE-MONTHS NOT < WS-TRANSFER-MONTHS
                 PERFORM TRANSFER-ONE-ACCOUNT
           END-EVALUATE.

      *    Activity or a reactivation is the contact the law asks
      *    for: the clock starts again from the next dormancy.
       CANCEL-WATCH.
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANNULE " UC-PIN "-" UC-ACCT-NO
              " compte reveille ou clos, surveillance levee"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DELETE UNCLAIMED-RECORDS RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.

       WARN-HOLDER.
           MOVE FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-NOTICE-DAYS)
              TO UC-DUE-DATE.
           MOVE WS-TODAY TO UC-WARNED-DATE.
           MOVE 'W' TO UC-STATUS.
           REWRITE UNCLAIMED-RECORD.

           PERFORM SET-LETTER-LANGUAGE.
           MOVE RCD-AMMOUNT TO RCD-AMMOUNT-EDIT.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "PREAVIS CDC " UC-PIN "-" UC-ACCT-NO " " WS-TODAY
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "NOTICE OF TRANSFER TO THE CAISSE DES DEPOTS "
                 UC-PIN "-" UC-ACCT-NO " " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "PREAVIS DE TRANSFERT A LA CAISSE DES DEPOTS "
                 UC-PIN "-" UC-ACCT-NO " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-HOLDER-BLOCK.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  No activity on this account since "
                 UC-LAST-ACTIVITY-YM "."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  Ce compte est sans mouvement depuis "
                 UC-LAST-ACTIVITY-YM "."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  Unless you contact us before " UC-DUE-DATE
                 ", its balance of " RCD-AMMOUNT-EDIT " "
                 RCD-CURRENCY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  Sans contact de votre part avant le "
                 UC-DUE-DATE ", son solde de " RCD-AMMOUNT-EDIT
                 " " RCD-CURRENCY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  will be paid to the Caisse des Depots and the "
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  account closed, as the law requires."
                 TO DOC-LINE
           ELSE
              MOVE "  sera verse a la Caisse des Depots et le compte"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  clos, comme la loi l'impose."
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

           ADD 1 TO WS-WARNED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PREAVIS " UC-PIN "-" UC-ACCT-NO
              " inactif depuis " UC-LAST-ACTIVITY-YM
              " solde=" RCD-AMMOUNT-EDIT " " RCD-CURRENCY
              " echeance=" UC-DUE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The same checks, the same interest settlement, the same
      *    final statement, archive and event as a closure at the
      *    desk; only the balance goes to the Caisse des Depots
      *    instead of over the counter.
       TRANSFER-ONE-ACCOUNT.
           PERFORM CHECK-ACTIVE-LEGAL-HOLD.
           PERFORM CHECK-ACTIVE-PLEDGE.
           IF WS-HOLD-ACTIVE = 'Y' OR WS-PLEDGE-ACTIVE = 'Y'
                 OR RCD-AMMOUNT < 0 THEN
              ADD 1 TO WS-BLOCKED-COUNT
              MOVE RCD-AMMOUNT TO RCD-AMMOUNT-EDIT
              MOVE SPACES TO REPORT-LINE
              STRING "BLOQUE " UC-PIN "-" UC-ACCT-NO
                 " saisie=" WS-HOLD-ACTIVE " nanti=" WS-PLEDGE-ACTIVE
                 " solde=" RCD-AMMOUNT-EDIT ", a traiter a la main"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST.

           MOVE RCD-AMMOUNT TO WS-PAYOUT.
           MOVE 0 TO WS-TRAN-REF.
           IF WS-PAYOUT > 0 THEN
              CALL "NextTransactionRef" USING BY REFERENCE
                 WS-TRAN-REF
              MOVE 0 TO RCD-AMMOUNT
              REWRITE BANK-RECORD
              MOVE 'CDCV' TO WS-LEG-TYPE
              MOVE WS-PAYOUT TO WS-LEG-AMOUNT
              PERFORM WRITE-UNCLAIMED-TRANLOG
              PERFORM WRITE-CDC-TRANSFER-LINE
           END-IF.

           PERFORM WRITE-FINAL-STATEMENT.
           PERFORM ARCHIVE-AND-REMOVE.

           MOVE 'T' TO UC-STATUS.
           MOVE WS-TODAY TO UC-TRANSFER-DATE.
           MOVE WS-PAYOUT TO UC-AMOUNT.
           MOVE RCD-CURRENCY TO UC-CURRENCY.
           MOVE WS-TRAN-REF TO UC-TRAN-REF.
           REWRITE UNCLAIMED-RECORD.

           ADD 1 TO WS-TRANSFERRED-COUNT.
           ADD WS-PAYOUT TO WS-TRANSFERRED-TOTAL.
           MOVE WS-PAYOUT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VERSE " UC-PIN "-" UC-ACCT-NO
              " montant=" WS-AMOUNT-EDIT " " RCD-CURRENCY
              " ref=" WS-TRAN-REF " compte clos"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ACTIVE-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE.
           OPEN INPUT FREEZE-RECORDS.
           IF FREEZE-RECORDS-FS NOT = "00" THEN
              CLOSE FREEZE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE UC-PIN TO FZ-PIN.
           MOVE UC-ACCT-NO TO FZ-ACCT-NO.
           READ FREEZE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FZ-IS-ACTIVE
                       AND FZ-EFFECTIVE-DATE <= WS-TODAY
                       AND (FZ-EXPIRY-DATE = 0
                          OR FZ-EXPIRY-DATE >= WS-TODAY) THEN
                    MOVE 'Y' TO WS-HOLD-ACTIVE
                 END-IF
           END-READ.
           CLOSE FREEZE-RECORDS.

       CHECK-ACTIVE-PLEDGE.
           MOVE 'N' TO WS-PLEDGE-ACTIVE.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PLEDGE-EOF.
           MOVE UC-PIN TO CL-PIN.
           MOVE UC-ACCT-NO TO CL-ACCT-NO.
           START COLLATERAL-RECORDS KEY IS = CL-ACCOUNT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PLEDGE-EOF
           END-START.
           PERFORM UNTIL WS-PLEDGE-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PLEDGE-EOF
                 NOT AT END
                    IF CL-PIN NOT = UC-PIN
                          OR CL-ACCT-NO NOT = UC-ACCT-NO THEN
                       MOVE 'Y' TO WS-PLEDGE-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-SAVINGS THEN
                          MOVE 'Y' TO WS-PLEDGE-ACTIVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       SETTLE-ACCRUED-INTEREST.
           MOVE 0 TO WS-INTEREST-AMOUNT.
           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
              WS-PRODUCT-OD-RATE WS-PRODUCT-STATUS.
           IF WS-PRODUCT-STATUS NOT = 0 THEN
              IF RCD-ACCT-EPARGNE THEN
                 MOVE WS-EPARGNE-RATE TO WS-PRODUCT-RATE
              ELSE
                 MOVE 0 TO WS-PRODUCT-RATE
              END-IF
           END-IF.

           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
              RCD-AMMOUNT * WS-PRODUCT-RATE.
           IF WS-INTEREST-AMOUNT > 0 THEN
              CALL "NextTransactionRef" USING BY REFERENCE
                 WS-TRAN-REF
              ADD WS-INTEREST-AMOUNT TO RCD-AMMOUNT
              REWRITE BANK-RECORD
              MOVE 'INTR' TO WS-LEG-TYPE
              MOVE WS-INTEREST-AMOUNT TO WS-LEG-AMOUNT
              PERFORM WRITE-UNCLAIMED-TRANLOG
           END-IF.

       WRITE-CDC-TRANSFER-LINE.
           MOVE WS-TODAY TO WS-TD-DATE.
           MOVE UC-PIN TO WS-TD-PIN.
           MOVE UC-ACCT-NO TO WS-TD-ACCT-NO.
           MOVE RCD-NAME TO WS-TD-NAME.
           MOVE RCD-LAST-NAME TO WS-TD-LAST-NAME.
           MOVE UC-LAST-ACTIVITY-YM TO WS-TD-LAST-YM.
           MOVE WS-PAYOUT TO WS-TD-AMOUNT.
           MOVE RCD-CURRENCY TO WS-TD-CURRENCY.
           MOVE WS-TRAN-REF TO WS-TD-REF.
           MOVE WS-TRANSFER-DETAIL TO CDC-TRANSFER-LINE.
           WRITE CDC-TRANSFER-LINE.

       WRITE-FINAL-STATEMENT.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "RELEVE FINAL " UC-PIN "-" UC-ACCT-NO " " WS-TODAY
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.
           PERFORM SET-LETTER-LANGUAGE.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "FINAL CLOSING STATEMENT " UC-PIN "-"
                 UC-ACCT-NO " " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "RELEVE FINAL DE CLOTURE " UC-PIN "-"
                 UC-ACCT-NO " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-HOLDER-BLOCK.

           IF WS-INTEREST-AMOUNT > 0 THEN
              MOVE SPACES TO DOC-LINE
              IF WS-LANG-IS-EN = 'Y' THEN
                 STRING "  Accrued interest paid : "
                    WS-INTEREST-AMOUNT " " RCD-CURRENCY
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              ELSE
                 STRING "  Interets courus regles : "
                    WS-INTEREST-AMOUNT " " RCD-CURRENCY
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-LETTER-LINE
           END-IF.

           IF WS-PAYOUT > 0 THEN
              MOVE WS-PAYOUT TO WS-AMOUNT-EDIT
              MOVE SPACES TO DOC-LINE
              IF WS-LANG-IS-EN = 'Y' THEN
                 STRING "  Balance paid to the Caisse des Depots : "
                    WS-AMOUNT-EDIT " " RCD-CURRENCY
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              ELSE
                 STRING "  Solde verse a la Caisse des Depots : "
                    WS-AMOUNT-EDIT " " RCD-CURRENCY
                    DELIMITED BY SIZE INTO DOC-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-LETTER-LINE
              MOVE SPACES TO DOC-LINE
              STRING "  Ref. " WS-TRAN-REF
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  Final balance : 0,00 - account closed"
                 TO DOC-LINE
           ELSE
              MOVE "  Solde final : 0,00 - compte clos" TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

      *    The record's last image, closed and at zero, goes to the
      *    archive; only then does it leave the live file.
       ARCHIVE-AND-REMOVE.
           MOVE 'C' TO RCD-STATUS.
           REWRITE BANK-RECORD.
           CALL "RecordAccountEvent" USING BY REFERENCE
              WS-EVENT-CLOSE RCD-PIN RCD-ACCT-NO.

           OPEN EXTEND CLOSED-ARCHIVE.
           MOVE BANK-RECORD TO CLOSED-ARCHIVE-LINE.
           WRITE CLOSED-ARCHIVE-LINE.
           CLOSE CLOSED-ARCHIVE.

           DELETE BANK-RECORDS RECORD.

       SET-LETTER-LANGUAGE.
           IF RCD-LANG-EN THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           ELSE
              MOVE 'N' TO WS-LANG-IS-EN
           END-IF.

      *    The holder's name, and the address off the customer
      *    master when the customer has been migrated to it.
       WRITE-HOLDER-BLOCK.
           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "Holder : " RCD-NAME " " RCD-LAST-NAME
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "Titulaire : " RCD-NAME " " RCD-LAST-NAME
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           IF WS-CUSTMAST-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE UC-PIN TO CM-ID.
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

       WRITE-UNCLAIMED-TRANLOG.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE UC-PIN TO TL-PIN.
           MOVE UC-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-LEG-TYPE TO TL-TYPE.
           MOVE WS-LEG-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
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
           CALL "CheckMailHold" USING BY REFERENCE UC-PIN
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

       END PROGRAM UnclaimedTransfer.
