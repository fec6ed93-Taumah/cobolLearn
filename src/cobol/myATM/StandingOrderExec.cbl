           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  An order to a payee at another bank leaves on the same
      *  outward queue as a transfer keyed at the machine.
           SELECT OUTWARD-QUEUE ASSIGN TO WS-OUTXFER-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  One line per instruction looked at tonight, executed or
      *  not, for operations to review each morning.
           SELECT EXEC-REPORT ASSIGN TO '../../data/soreport.dat'

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD OUTWARD-QUEUE.
       COPY "OUTXFER.cpy".

       FD EXEC-REPORT.
       01 EXEC-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *  Filed in the report repository once written, so the
      *  day's copy survives tomorrow's run.
       01 WS-REPORT-ID PIC X(8) VALUE "ORDRPERM".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/soreport.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 BANK-RECORDS-FS PIC XX.
       01 STANDING-ORDERS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-EXEC-OK PIC X VALUE 'Y'.

      *  The IBAN of the account debited, carried on the outward
      *  queue row beside the payee's.
       01 WS-ORIG-IBAN PIC X(34).
       01 WS-IDENT-STATUS PIC 9.

      *  The shared availability engine's answer for the source:
      *  balance plus overdraft line minus holds, so a hold
      *  respected at the machine is respected here too.
       01 WS-AVAIL-REASON PIC 9.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-SOURCE-AVAILABLE PIC S9(8)V99.

      *  One reference per executed order, shared by its two legs
      *  the same way an at-the-machine transfer's legs share one.
      *  formatter: the customer hears about it before the payee
      *  does.
       COPY "NOTIFEVT.cpy".
       01 WS-DEST-BALANCE PIC 9(7)V99.
       01 NEW-DEST-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

      *  SO-NEXT-DATE broken apart so a monthly order advances
      *  one month keeping its day (rent on the 1st, pay on the
      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".
       01 WS-OUTXFER-PATH PIC X(100) VALUE "../../data/outxfer.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-OUTXFER-PATH FROM ENVIRONMENT "OUTXFER_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           CLOSE BANK-RECORDS.
           CLOSE STANDING-ORDERS.
           CLOSE EXEC-REPORT.
           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY WS-EXECUTED-COUNT " ordre(s) execute(s), "
              WS-SKIPPED-COUNT " reporte(s)".
           MOVE 'Y' TO WS-EXEC-OK.
           MOVE SPACES TO WS-SKIP-REASON.

      *    A payee at another bank has no account here to check;
      *    the other bank answers for it through the returns.
           IF SO-DEST-IBAN = SPACES THEN
              PERFORM CHECK-ORDER-DESTINATION
           END-IF.
           IF WS-EXEC-OK = 'Y' THEN
              CALL "CheckKycReview" USING BY REFERENCE SO-PIN
                 WS-KYC-RESULT
              IF WS-KYC-RESULT = 'L' THEN
                 MOVE 'N' TO WS-EXEC-OK
                 MOVE "REVUE KYC ECHUE" TO WS-SKIP-REASON
              END-IF
           END-IF.
           IF WS-EXEC-OK = 'Y' THEN
              CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF
              PERFORM DEBIT-ORDER-SOURCE
           END-IF.

           IF WS-EXEC-OK = 'Y' THEN
              IF SO-DEST-IBAN = SPACES THEN
                 PERFORM CREDIT-ORDER-DESTINATION
              ELSE
                 PERFORM QUEUE-OUTWARD-PAYMENT
              END-IF
              ADD 1 TO WS-EXECUTED-COUNT
              ADD SO-AMOUNT TO WS-EXEC-TOTAL
              PERFORM ADVANCE-OR-RETIRE-ORDER
                       REWRITE BANK-RECORD
                       MOVE SO-PIN TO WS-LEG-PIN
                       MOVE SO-ACCT-NO TO WS-LEG-ACCT-NO
                       IF SO-DEST-IBAN = SPACES THEN
                          MOVE 'SOUT' TO WS-LEG-TYPE
                       ELSE
                          MOVE 'VEXT' TO WS-LEG-TYPE
                       END-IF
                       MOVE SO-AMOUNT TO WS-LEG-AMOUNT
                       PERFORM WRITE-TRANLOG-LEG
                    ELSE
                 PERFORM WRITE-TRANLOG-LEG
           END-READ.

      *    The debit is posted tonight; the payment itself goes
      *    out in the network file the outbound extract cuts from
      *    this row, and a payment the other bank refuses comes
      *    back through the returns batch on the same reference.
       QUEUE-OUTWARD-PAYMENT.
           CALL "AssignAccountIdentifier" USING BY REFERENCE
              SO-PIN SO-ACCT-NO WS-ORIG-IBAN WS-IDENT-STATUS.
           OPEN EXTEND OUTWARD-QUEUE.
           MOVE WS-TRAN-REF TO OX-REF.
           MOVE SO-PIN TO OX-PIN.
           MOVE SO-ACCT-NO TO OX-ACCT-NO.
           MOVE SPACES TO OX-DEST-BANK.
           MOVE SPACES TO OX-DEST-ACCT.
           MOVE SO-DEST-IBAN TO OX-DEST-IBAN.
           MOVE WS-ORIG-IBAN TO OX-ORIG-IBAN.
           MOVE SO-AMOUNT TO OX-AMOUNT.
           MOVE WS-TODAY TO OX-DATE.
           WRITE OUTWARD-TRANSFER-RECORD.
           CLOSE OUTWARD-QUEUE.

      *    A monthly order moves forward one month keeping its
      *    day; a one-off has done its work and is retired.
       ADVANCE-OR-RETIRE-ORDER.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-EXECUTED-LINE.
           IF SO-DEST-IBAN NOT = SPACES THEN
              MOVE SPACES TO EXEC-REPORT-LINE
              STRING "EXECUTE ordre=" SO-ID
                 " vers=" SO-DEST-IBAN
                 " montant=" SO-AMOUNT
                 DELIMITED BY SIZE INTO EXEC-REPORT-LINE
              END-STRING
              WRITE EXEC-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           STRING "EXECUTE ordre=" SO-ID
              " compte=" SO-PIN "-" SO-ACCT-NO
              " vers=" SO-DEST-PIN "-" SO-DEST-ACCT-NO
