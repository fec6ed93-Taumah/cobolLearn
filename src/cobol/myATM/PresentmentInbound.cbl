              ORGANIZATION IS LINE SEQUENTIAL.

      *  Items we cannot post — expired card, closed account —
      *  queued for the chargeback desk. Appended to, so an item
      *  the desk has not reached yet survives the next file.
           SELECT REJECTS-QUEUE ASSIGN TO '../../data/netpresrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-QUEUE-FS.

       DATA DIVISION.

       COPY "CARDREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       COPY "TRANLOGREC.cpy".

       FD REJECTS-QUEUE.
       COPY "NETPRREJ.cpy".

       WORKING-STORAGE SECTION.

       01 PRESENTMENT-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 REJECTS-QUEUE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCT-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
           03 WS-DTL-DATETIME PIC 9(14).
           03 WS-DTL-TERMINAL PIC X(4).
           03 WS-DTL-BRANCH PIC X(2).
      *  ISO code of the country the machine stands in, blank when
      *  the network did not say.
           03 WS-DTL-COUNTRY PIC X(2).
           03 FILLER PIC X(24).

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X.
       01 WS-POST-ACCT-NO PIC 9(2).
       01 WS-ACCOUNT-FOUND PIC X.

      *  The cardholder's own controls on where the card may be
      *  used; every item here comes from another bank's machine.
       01 WS-CTL-CHANNEL PIC X VALUE 'R'.
       01 WS-CTL-DATE PIC 9(8).
       01 WS-CTL-RESULT PIC X.
       01 WS-CTL-TRAVEL PIC X.

      *  The shared availability engine's answer for the
      *  cardholder's account.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

       01 WS-TRAN-REF PIC 9(8).

      *  Loyalty points the card earns on each posted item.
       01 WS-LOY-SOURCE PIC X(4) VALUE "PRES".
       01 WS-LOY-POINTS PIC 9(7).


      *  The processed-files register: one entry per delivery of
      *  this interface, keyed by date and sequence, so the same
           MOVE WS-FILE-COUNT TO WS-REG-COUNT.
           MOVE WS-FILE-AMOUNT TO WS-REG-AMOUNT.
           PERFORM REGISTER-THIS-FILE.
           OPEN EXTEND REJECTS-QUEUE.
           IF REJECTS-QUEUE-FS = "35" THEN
              OPEN OUTPUT REJECTS-QUEUE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              ADD 1 TO WS-POSTED-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO PRESENTMENT-REJECT-RECORD
              MOVE WS-DTL-CARD TO NR-CARD
              MOVE WS-DTL-AMOUNT TO NR-AMOUNT
              MOVE WS-DTL-DATETIME TO NR-DATETIME
              MOVE WS-DTL-TERMINAL TO NR-TERMINAL
              MOVE WS-DTL-BRANCH TO NR-BRANCH
              MOVE WS-REJECT-REASON TO NR-REASON
              WRITE PRESENTMENT-REJECT-RECORD
           END-IF.

       CHECK-OUR-CARD.
                 AND CARD-EXPIRY < WS-DTL-DATETIME(1:8) THEN
              MOVE 'N' TO WS-ITEM-OK
              MOVE "CARTE EXPIREE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DTL-DATETIME(1:8) TO WS-CTL-DATE.
           CALL "CheckCardControls" USING BY REFERENCE WS-DTL-CARD
              WS-CTL-CHANNEL WS-DTL-COUNTRY WS-CTL-DATE
              WS-CTL-RESULT WS-CTL-TRAVEL.
           EVALUATE WS-CTL-RESULT
              WHEN 'R'
                 MOVE 'N' TO WS-ITEM-OK
                 MOVE "CONTROLE CARTE AUTRES BANQUES"
                    TO WS-REJECT-REASON
              WHEN 'E'
                 MOVE 'N' TO WS-ITEM-OK
                 MOVE "CONTROLE CARTE ETRANGER" TO WS-REJECT-REASON
           END-EVALUATE.

       DEBIT-CARDHOLDER.
           MOVE CARD-CUSTOMER-ID TO WS-CUSTOMER-PIN.
           PERFORM FIND-ACTIVE-ACCOUNT.
           SUBTRACT WS-DTL-AMOUNT FROM RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           PERFORM WRITE-PRESENTMENT-TRANLOG.
           CALL "EarnLoyaltyPoints" USING BY REFERENCE WS-DTL-CARD
              WS-CUSTOMER-PIN RCD-ACCT-TYPE WS-LOY-SOURCE
              WS-DTL-AMOUNT WS-TRAN-REF WS-LOY-POINTS.

       FIND-ACTIVE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           MOVE WS-DTL-CARD TO TL-CARD.
           MOVE WS-DTL-TERMINAL TO TL-TERMINAL.
           MOVE WS-DTL-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
