
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *    Wide enough to hold the sum before it is checked against
      *    MAX-BALANCE, so a would-be overflow is caught instead of
      *    silently truncating into RCD-AMMOUNT's own narrower PICTURE.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 WS-RECEIPT-DATE PIC 9(8).
      *  Branch-wide defaults, replaced by the account's own
      *  product-catalog row once the account has been read.
       01 MAX-DEPOSIT PIC 9(4)V99 VALUE 5000,00.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.

      *  A Livret A takes nothing that would carry the balance past
      *  the legal ceiling the State publishes for it; interest
      *  capitalized on top of it is the bank's doing, not a
      *  deposit, and is never refused.
       01 WS-REG-RATE-PCT PIC 9(2)V99.
       01 WS-LEGAL-CEILING PIC 9(7)V99.
       01 WS-REG-STATUS PIC 9.
       01 WS-CEILING-OK PIC X VALUE 'Y'.

      *  Another terminal may already hold this same account record
      *  (a deposit, a withdrawal, a transfer leg) when this one tries
      *  to read it; rather than let the two clobber each other's
                    MOVE 3 TO STATUS-CODE
                    DISPLAY "Compte non actif"
                 ELSE
                    ADD AMMOUNT-TO-DEPOSIT TO RCD-AMMOUNT
                       GIVING NEW-AMMOUNT
                    PERFORM CHECK-LEGAL-CEILING
                    IF WS-CEILING-OK = 'N' THEN
                       MOVE 3 TO STATUS-CODE
                    ELSE
                       PERFORM QUEUE-PENDING-CHEQUE
                    END-IF
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.
              MOVE "PLAFOND SOLDE" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
              UNLOCK BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-LEGAL-CEILING.
           IF WS-CEILING-OK = 'N' THEN
              MOVE 3 TO STATUS-CODE
              UNLOCK BANK-RECORDS
           ELSE
              CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF
              PERFORM WRITE-INTENT-ROW
              END-IF
           END-IF.

      *    Only a regulated product has a legal ceiling; without
      *    published terms nothing more is paid into one.
       CHECK-LEGAL-CEILING.
           MOVE 'Y' TO WS-CEILING-OK.
           IF NOT RCD-ACCT-LIVRET-A THEN
              EXIT PARAGRAPH
           END-IF.
           CALL "GetRegulatedTerms" USING BY REFERENCE RCD-ACCT-TYPE
              WS-BUSINESS-DATE WS-REG-RATE-PCT WS-LEGAL-CEILING
              WS-REG-STATUS.
           IF WS-REG-STATUS NOT = 0
                 OR NEW-AMMOUNT > WS-LEGAL-CEILING THEN
              MOVE 'N' TO WS-CEILING-OK
              DISPLAY "Dépôt refusé : le livret A dépasserait son "
                 "plafond légal (" WS-LEGAL-CEILING ")"
              MOVE 'REFUS' TO WS-EJ-EVENT
              MOVE "PLAFOND LEGAL" TO WS-EJ-DETAIL
              PERFORM WRITE-SESSION-EVENT
           END-IF.

      *    The acceptor counts what the customer inserts; until
      *    the note value matches the amount keyed in, nothing is
      *    credited and the notes are returned.
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
