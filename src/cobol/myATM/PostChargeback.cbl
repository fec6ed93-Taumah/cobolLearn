       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostChargeback.

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

           SELECT DISPUTE-RECORDS ASSIGN TO '../../data/dispute.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-ID
              FILE STATUS IS DISPUTE-RECORDS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD DISPUTE-RECORDS.
       COPY "DISPUTREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 DISPUTE-RECORDS-FS PIC XX.
       01 WS-TODAY PIC 9(8).

       01 WS-POSTING-TYPE PIC X(4).
       01 WS-POSTING-OK PIC X VALUE 'Y'.
       01 WS-DISPUTE-PROVISIONAL PIC X VALUE 'N'.
       01 WS-DISPUTE-STATUS PIC X.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       LINKAGE SECTION.

       COPY "CHGBACK.cpy".

      *    'O' the case is being opened; 'W' it ended won; 'L' it
      *    ended lost.
       01 MODE-IN PIC X.
       01 OPERATOR-IN PIC 9(6).
      *    0 = posted and the case updated; 1 = the cardholder's
      *    account could not be credited; 2 = the account cannot
      *    return the provisional credit yet. The caller rewrites
      *    the case either way.
       01 STATUS-OUT PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE CHARGEBACK-RECORD MODE-IN OPERATOR-IN
             STATUS-OUT.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO STATUS-OUT.

           EVALUATE MODE-IN
              WHEN 'O'
                 PERFORM BOOK-OPENING
              WHEN 'W'
                 PERFORM BOOK-CASE-WON
              WHEN 'L'
                 PERFORM BOOK-CASE-LOST
           END-EVALUATE.

           EXIT PROGRAM.

      *    Whatever the source, the amount moves into the
      *    chargebacks-claimed account while the network decides:
      *    a refused presentment was settled to the network
      *    without reaching anyone's account; a dispute's
      *    provisional credit already given from suspense is
      *    moved across; otherwise the cardholder is credited
      *    provisionally if the desk asked for it.
       BOOK-OPENING.
           IF CK-FROM-PRESENTMENT THEN
              MOVE 'CBRJ' TO WS-POSTING-TYPE
              PERFORM WRITE-BANK-TRANLOG
              MOVE 'Y' TO CK-CLAIM-BOOKED
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-LINKED-DISPUTE.
           IF WS-DISPUTE-PROVISIONAL = 'Y' THEN
              MOVE 'CBRK' TO WS-POSTING-TYPE
              PERFORM WRITE-BANK-TRANLOG
              MOVE 'Y' TO CK-PROVISIONAL
              MOVE 'Y' TO CK-CLAIM-BOOKED
           ELSE
              IF CK-HAS-PROVISIONAL THEN
                 MOVE 'CBPC' TO WS-POSTING-TYPE
                 PERFORM POST-CREDIT-TO-CARDHOLDER
                 IF WS-POSTING-OK = 'Y' THEN
                    MOVE 'Y' TO CK-CLAIM-BOOKED
                 ELSE
                    MOVE 'N' TO CK-PROVISIONAL
                    MOVE 1 TO STATUS-OUT
                 END-IF
              END-IF
           END-IF.
           MOVE 'K' TO WS-DISPUTE-STATUS.
           PERFORM UPDATE-LINKED-DISPUTE.

      *    Won: the network refunds the item. With the claim on
      *    the books the refund clears it; a cardholder who was
      *    never credited is credited now.
       BOOK-CASE-WON.
           IF CK-HAS-CLAIM-BOOKED THEN
              MOVE 'CBWN' TO WS-POSTING-TYPE
              PERFORM WRITE-BANK-TRANLOG
           ELSE
              MOVE 'CBCR' TO WS-POSTING-TYPE
              PERFORM POST-CREDIT-TO-CARDHOLDER
              IF WS-POSTING-OK = 'N' THEN
                 MOVE 1 TO STATUS-OUT
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'W' TO CK-OUTCOME.
           PERFORM MARK-CASE-FINAL.
           MOVE 'C' TO WS-DISPUTE-STATUS.
           PERFORM UPDATE-LINKED-DISPUTE.

      *    Lost: the item stands. A provisional credit is taken
      *    back from the cardholder, and while the account cannot
      *    return it the case stays short of final. A refused
      *    presentment the network keeps is our loss.
       BOOK-CASE-LOST.
           MOVE 'L' TO CK-OUTCOME.
           IF CK-HAS-PROVISIONAL THEN
              MOVE 'CBRV' TO WS-POSTING-TYPE
              PERFORM POST-DEBIT-FROM-CARDHOLDER
              IF WS-POSTING-OK = 'N' THEN
                 MOVE 2 TO STATUS-OUT
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF CK-HAS-CLAIM-BOOKED THEN
                 MOVE 'CBPE' TO WS-POSTING-TYPE
                 PERFORM WRITE-BANK-TRANLOG
              END-IF
           END-IF.
           PERFORM MARK-CASE-FINAL.
           MOVE 'R' TO WS-DISPUTE-STATUS.
           PERFORM UPDATE-LINKED-DISPUTE.

       MARK-CASE-FINAL.
           MOVE 'F' TO CK-STAGE.
           MOVE WS-TODAY TO CK-CLOSED-DATE.
           MOVE OPERATOR-IN TO CK-DECIDED-BY.

       READ-LINKED-DISPUTE.
           MOVE 'N' TO WS-DISPUTE-PROVISIONAL.
           OPEN INPUT DISPUTE-RECORDS.
           IF DISPUTE-RECORDS-FS NOT = "00" THEN
              CLOSE DISPUTE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE CK-DISPUTE-ID TO DP-ID.
           READ DISPUTE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DP-HAS-PROVISIONAL THEN
                    MOVE 'Y' TO WS-DISPUTE-PROVISIONAL
                 END-IF
           END-READ.
           CLOSE DISPUTE-RECORDS.

      *    The dispute follows its chargeback: held while the
      *    network decides, then closed the way the case ended.
       UPDATE-LINKED-DISPUTE.
           IF NOT CK-FROM-DISPUTE THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O DISPUTE-RECORDS.
           IF DISPUTE-RECORDS-FS NOT = "00" THEN
              CLOSE DISPUTE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE CK-DISPUTE-ID TO DP-ID.
           READ DISPUTE-RECORDS
              INVALID KEY
                 CLOSE DISPUTE-RECORDS
                 EXIT PARAGRAPH
           END-READ.
           MOVE WS-DISPUTE-STATUS TO DP-STATUS.
           IF WS-DISPUTE-STATUS NOT = 'K' THEN
              MOVE WS-TODAY TO DP-CLOSED-DATE
              MOVE OPERATOR-IN TO DP-DECIDED-BY
           END-IF.
           REWRITE DISPUTE-RECORD.
           CLOSE DISPUTE-RECORDS.

       POST-CREDIT-TO-CARDHOLDER.
           MOVE 'Y' TO WS-POSTING-OK.
           OPEN I-O BANK-RECORDS.
           MOVE CK-PIN TO RCD-PIN.
           MOVE CK-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-POSTING-OK
              NOT INVALID KEY
                 ADD RCD-AMMOUNT CK-AMOUNT GIVING NEW-AMMOUNT
                 IF NEW-AMMOUNT > MAX-BALANCE THEN
                    MOVE 'N' TO WS-POSTING-OK
                 ELSE
                    MOVE NEW-AMMOUNT TO RCD-AMMOUNT
                    REWRITE BANK-RECORD
                    PERFORM WRITE-CARDHOLDER-TRANLOG
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.

       POST-DEBIT-FROM-CARDHOLDER.
           MOVE 'Y' TO WS-POSTING-OK.
           OPEN I-O BANK-RECORDS.
           MOVE CK-PIN TO RCD-PIN.
           MOVE CK-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-POSTING-OK
              NOT INVALID KEY
                 IF RCD-AMMOUNT < CK-AMOUNT THEN
                    MOVE 'N' TO WS-POSTING-OK
                 ELSE
                    SUBTRACT CK-AMOUNT FROM RCD-AMMOUNT
                    REWRITE BANK-RECORD
                    PERFORM WRITE-CARDHOLDER-TRANLOG
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.

       WRITE-CARDHOLDER-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE CK-PIN TO TL-PIN.
           MOVE CK-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-POSTING-TYPE TO TL-TYPE.
           MOVE CK-AMOUNT TO TL-AMOUNT.
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

      *    A movement between our own ledger accounts that no
      *    customer balance sees: no PIN, the card kept for the
      *    trail.
       WRITE-BANK-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE WS-POSTING-TYPE TO TL-TYPE.
           MOVE CK-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE CK-CARD TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       END PROGRAM PostChargeback.
