       01 CARD-LIFE-YEARS PIC 9 VALUE 3.
       01 WS-TODAY PIC 9(8).
       01 WS-RENEWED-COUNT PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.

      *  A renewal for a customer whose address La Poste sent back
      *  is held, not issued: the hold file keeps the old card so
      *  it can be queued again once a new address is on file.
       01 WS-HOLD-TYPE PIC X VALUE 'C'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "CardIssuance".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
      *    so a rerun doesn't issue twice.
       PROCESS-RENEWAL-QUEUE.
           MOVE 0 TO WS-RENEWED-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 'N' TO WS-QUEUE-EOF.
           OPEN INPUT RENEWAL-QUEUE.
           IF RENEWAL-QUEUE-FS NOT = "00" THEN
           CLOSE RENEWAL-QUEUE.

           DISPLAY WS-RENEWED-COUNT " carte(s) renouvelee(s)".
           IF WS-HELD-COUNT > 0 THEN
              DISPLAY WS-HELD-COUNT " renouvellement(s) retenu(s), "
                 "adresse NPAI"
           END-IF.

       RENEW-ONE-CARD.
           MOVE RQ-CARD-NUMBER TO CARD-NUMBER.
                 EXIT PARAGRAPH
           END-READ.
           MOVE CARD-CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "carte=" RQ-CARD-NUMBER
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           CALL "CheckMailHold" USING BY REFERENCE WS-CUSTOMER-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM ISSUE-CARD-FOR-CUSTOMER.
           IF WS-ISSUE-OK = 'Y' THEN
              ADD 1 TO WS-RENEWED-COUNT
