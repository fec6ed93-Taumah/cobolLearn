       IDENTIFICATION DIVISION.
       PROGRAM-ID. LivretAInterest.

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

      *  Where each Livret A stands in the quinzaine calendar.
           SELECT LIVRET-A-RECORDS ASSIGN TO '../../data/livreta.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LQ-KEY
              FILE STATUS IS LIVRET-A-RECORDS-FS.

      *  The fortnight's movements, rolled over from the live log
      *  each evening before this step runs.
           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD LIVRET-A-RECORDS.
       COPY "LIVRETA.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 LIVRET-A-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 WS-TRANHIST-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HISTORY-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The fortnight being closed: the 1st to the 15th, or the
      *  16th to the month end.
       01 WS-FORTNIGHT-START PIC 9(8).
       01 WS-FORTNIGHT-END PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-RANGE-FROM PIC 9(14).
       01 WS-RANGE-TO PIC 9(14).

      *  The rate in force on the fortnight's first day, as the
      *  State published it.
       01 WS-PRODUCT-CODE PIC X VALUE 'L'.
       01 WS-RATE-PCT PIC 9(2)V99.
       01 WS-CEILING PIC 9(7)V99.
       01 WS-TERMS-STATUS PIC 9.

      *  Walking the fortnight's history: every fall in the running
      *  balance is money taken out, and stops earning from the
      *  fortnight's first day; money paid in waits for the next.
       01 WS-PREVIOUS-BALANCE PIC S9(7)V99.
       01 WS-WITHDRAWN PIC 9(8)V99.
       01 WS-EARNING-BASE PIC S9(8)V99.
       01 WS-FORTNIGHT-INTEREST PIC 9(7)V99.

       01 WS-ACCOUNTS-SEEN PIC 9(7) VALUE 0.
       01 WS-FORTNIGHTS-CLOSED PIC 9(7) VALUE 0.
       01 WS-YEARS-PAID PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST PIC 9(11)V99 VALUE 0.

      *  The handoff totals the driver's run-control check
      *  reads after this step.
       01 WS-STEP-NAME PIC X(20) VALUE "LIVRET A".
       01 WS-MUST-BALANCE PIC X VALUE 'N'.

       01 WS-TL-TYPE PIC X(4).
       01 WS-TL-AMOUNT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O BANK-RECORDS.
           IF BANK-RECORDS-FS = "35" THEN
              DISPLAY "Aucun compte a traiter, fichier absent"
              CLOSE BANK-RECORDS
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-LIVRET-A-RECORDS.
           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS = "00" THEN
              MOVE 'Y' TO WS-TRANHIST-OPEN
           END-IF.

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
                    IF RCD-ACCT-LIVRET-A AND NOT RCD-CLOSED THEN
                       ADD 1 TO WS-ACCOUNTS-SEEN
                       PERFORM PROCESS-ONE-LIVRET
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BANK-RECORDS.
           CLOSE LIVRET-A-RECORDS.
           IF WS-TRANHIST-OPEN = 'Y' THEN
              CLOSE TRANHIST-RECORDS
           END-IF.

           DISPLAY WS-ACCOUNTS-SEEN " livret(s) A, "
              WS-FORTNIGHTS-CLOSED " quinzaine(s) arretee(s), "
              WS-YEARS-PAID " capitalisation(s) annuelle(s)".

           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-ACCOUNTS-SEEN WS-FORTNIGHTS-CLOSED
              WS-TOTAL-INTEREST WS-MUST-BALANCE.

           STOP RUN.

      *    livreta.dat may not exist yet; the first run creates it.
       OPEN-OR-CREATE-LIVRET-A-RECORDS.
           OPEN I-O LIVRET-A-RECORDS.
           IF LIVRET-A-RECORDS-FS = "35" THEN
              CLOSE LIVRET-A-RECORDS
              OPEN OUTPUT LIVRET-A-RECORDS
              CLOSE LIVRET-A-RECORDS
              OPEN I-O LIVRET-A-RECORDS
           END-IF.

      *    Every fortnight that has fully elapsed since the last one
      *    closed is worked out in turn, so a run missed over a
      *    holiday catches up on its own.
       PROCESS-ONE-LIVRET.
           MOVE RCD-PIN TO LQ-PIN.
           MOVE RCD-ACCT-NO TO LQ-ACCT-NO.
           READ LIVRET-A-RECORDS
              INVALID KEY
                 PERFORM REGISTER-NEW-LIVRET
           END-READ.
           IF NOT LQ-IS-OPEN THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-FORTNIGHT.
           PERFORM UNTIL WS-FORTNIGHT-END NOT < WS-TODAY
              PERFORM CLOSE-ONE-FORTNIGHT
              PERFORM FIND-NEXT-FORTNIGHT
           END-PERFORM.

      *    A Livret A seen for the first time starts in the current
      *    fortnight: whatever it was opened with earns from the
      *    next 1st or 16th.
       REGISTER-NEW-LIVRET.
           INITIALIZE LIVRET-A-RECORD.
           MOVE RCD-PIN TO LQ-PIN.
           MOVE RCD-ACCT-NO TO LQ-ACCT-NO.
           MOVE WS-TODAY TO LQ-OPENED-DATE.
           IF WS-TODAY(7:2) > "15" THEN
              MOVE WS-TODAY TO LQ-LAST-FORTNIGHT-END
              MOVE "15" TO LQ-LAST-FORTNIGHT-END(7:2)
           ELSE
              MOVE WS-TODAY TO WS-NEXT-MONTH
              MOVE "01" TO WS-NEXT-MONTH(7:2)
              COMPUTE LQ-LAST-FORTNIGHT-END = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           END-IF.
           MOVE 0 TO LQ-EARNING-BALANCE.
           MOVE RCD-AMMOUNT TO LQ-CLOSING-BALANCE.
           MOVE 0 TO LQ-YEAR-INTEREST.
           MOVE WS-TODAY(1:4) TO LQ-INTEREST-YEAR.
           MOVE 'O' TO LQ-STATUS.
           WRITE LIVRET-A-RECORD
              INVALID KEY
                 DISPLAY "Livret A " RCD-PIN "-" RCD-ACCT-NO
                    " non enregistre"
                 MOVE 'C' TO LQ-STATUS
           END-WRITE.

      *    The day after the last one closed opens the next
      *    fortnight; it ends on the 15th or on the month's last
      *    day.
       FIND-NEXT-FORTNIGHT.
           COMPUTE WS-FORTNIGHT-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(LQ-LAST-FORTNIGHT-END) + 1).
           IF WS-FORTNIGHT-START(7:2) = "01" THEN
              MOVE WS-FORTNIGHT-START TO WS-FORTNIGHT-END
              MOVE "15" TO WS-FORTNIGHT-END(7:2)
           ELSE
              COMPUTE WS-NEXT-MONTH = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FORTNIGHT-START) + 20)
              MOVE "01" TO WS-NEXT-MONTH(7:2)
              COMPUTE WS-FORTNIGHT-END = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           END-IF.

      *    The fortnight earns on what was there at its start, less
      *    everything taken out during it, at the rate in force on
      *    its first day; 24 fortnights make the year.
       CLOSE-ONE-FORTNIGHT.
           CALL "GetRegulatedTerms" USING BY REFERENCE
              WS-PRODUCT-CODE WS-FORTNIGHT-START WS-RATE-PCT
              WS-CEILING WS-TERMS-STATUS.
           IF WS-TERMS-STATUS NOT = 0 THEN
              DISPLAY "Aucun taux publie au " WS-FORTNIGHT-START
                 ", quinzaine non remuneree"
              MOVE 0 TO WS-RATE-PCT
           END-IF.

           PERFORM SCAN-FORTNIGHT-HISTORY.

           COMPUTE WS-EARNING-BASE =
              LQ-EARNING-BALANCE - WS-WITHDRAWN.
           IF WS-EARNING-BASE < 0 THEN
              MOVE 0 TO WS-EARNING-BASE
           END-IF.
           COMPUTE WS-FORTNIGHT-INTEREST ROUNDED =
              WS-EARNING-BASE * WS-RATE-PCT / 100 / 24.

      *    The fortnight's interest is accrued, not paid: it waits
      *    in the register until the year closes, and an INTQ row
      *    carries it to the ledger meanwhile.
           IF WS-FORTNIGHT-INTEREST > 0 THEN
              ADD WS-FORTNIGHT-INTEREST TO LQ-YEAR-INTEREST
              ADD WS-FORTNIGHT-INTEREST TO WS-TOTAL-INTEREST
              MOVE 'INTQ' TO WS-TL-TYPE
              MOVE WS-FORTNIGHT-INTEREST TO WS-TL-AMOUNT
              PERFORM WRITE-TRANLOG-ENTRY
           END-IF.

           MOVE WS-PREVIOUS-BALANCE TO LQ-CLOSING-BALANCE.
           IF LQ-CLOSING-BALANCE > 0 THEN
              MOVE LQ-CLOSING-BALANCE TO LQ-EARNING-BALANCE
           ELSE
              MOVE 0 TO LQ-EARNING-BALANCE
           END-IF.
           MOVE WS-FORTNIGHT-END TO LQ-LAST-FORTNIGHT-END.
           ADD 1 TO WS-FORTNIGHTS-CLOSED.

           IF WS-FORTNIGHT-END(5:4) = "1231" THEN
              PERFORM CAPITALIZE-YEAR-INTEREST
           END-IF.

           REWRITE LIVRET-A-RECORD.

      *    Starts from the balance the last fortnight closed on and
      *    follows the running balance row by row; the last row
      *    read leaves the balance this fortnight closes on.
       SCAN-FORTNIGHT-HISTORY.
           MOVE LQ-CLOSING-BALANCE TO WS-PREVIOUS-BALANCE.
           MOVE 0 TO WS-WITHDRAWN.
           IF WS-TRANHIST-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RANGE-FROM = WS-FORTNIGHT-START * 1000000.
           COMPUTE WS-RANGE-TO = WS-FORTNIGHT-END * 1000000 + 235959.
           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE LQ-PIN TO TH-PIN.
           MOVE LQ-ACCT-NO TO TH-ACCT-NO.
           MOVE WS-RANGE-FROM TO TH-DATETIME.
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
                    IF TH-PIN NOT = LQ-PIN
                          OR TH-ACCT-NO NOT = LQ-ACCT-NO
                          OR TH-DATETIME > WS-RANGE-TO THEN
                       MOVE 'Y' TO WS-HISTORY-EOF
                    ELSE
                       IF TH-BALANCE < WS-PREVIOUS-BALANCE THEN
                          COMPUTE WS-WITHDRAWN = WS-WITHDRAWN
                             + WS-PREVIOUS-BALANCE - TH-BALANCE
                       END-IF
                       MOVE TH-BALANCE TO WS-PREVIOUS-BALANCE
                    END-IF
              END-READ
           END-PERFORM.

      *    On 31 December the year's interest lands on the balance
      *    in one line, tax-free, and earns from the first fortnight
      *    of the new year. The legal ceiling bounds what the holder
      *    pays in, not this: capitalized interest may exceed it.
       CAPITALIZE-YEAR-INTEREST.
           IF LQ-YEAR-INTEREST > 0 THEN
              ADD LQ-YEAR-INTEREST TO RCD-AMMOUNT
              REWRITE BANK-RECORD
              MOVE 'INTR' TO WS-TL-TYPE
              MOVE LQ-YEAR-INTEREST TO WS-TL-AMOUNT
              PERFORM WRITE-TRANLOG-ENTRY
              ADD LQ-YEAR-INTEREST TO LQ-CLOSING-BALANCE
              ADD LQ-YEAR-INTEREST TO LQ-EARNING-BALANCE
              ADD 1 TO WS-YEARS-PAID
              DISPLAY "Livret A " LQ-PIN "-" LQ-ACCT-NO
                 " interets " LQ-INTEREST-YEAR " : " LQ-YEAR-INTEREST
           END-IF.
           MOVE 0 TO LQ-YEAR-INTEREST.
           COMPUTE LQ-INTEREST-YEAR = WS-FORTNIGHT-END / 10000 + 1.

       WRITE-TRANLOG-ENTRY.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE LQ-PIN TO TL-PIN.
           MOVE LQ-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-TL-TYPE TO TL-TYPE.
           MOVE WS-TL-AMOUNT TO TL-AMOUNT.
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

       END PROGRAM LivretAInterest.
