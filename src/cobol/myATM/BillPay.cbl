
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *  money mover.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-INVOICE-REF PIC X(10).
       01 WS-TRAN-REF PIC 9(8).

      *  Loyalty points earned by the card on this spend.
       01 WS-LOY-SOURCE PIC X(4) VALUE "FACT".
       01 WS-LOY-AMOUNT PIC 9(7)V99.
       01 WS-LOY-POINTS PIC 9(7).

      *  Which machine this session runs on, from the terminal's
      *  own deploy.cfg identity.
       01 WS-TERMINAL-ID PIC X(4) VALUE "0001".

           MOVE 1 TO STATUS-CODE.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Paiement refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE 3 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           OPEN INPUT BILLER-RECORDS.
           IF BILLER-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun factureur disponible pour le moment"
                    DISPLAY "Paiement de " AMMOUNT-TO-PAY
                       " a " BL-NAME " effectue, reference "
                       WS-TRAN-REF
                    PERFORM EARN-LOYALTY-POINTS
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       EARN-LOYALTY-POINTS.
           MOVE AMMOUNT-TO-PAY TO WS-LOY-AMOUNT.
           CALL "EarnLoyaltyPoints" USING BY REFERENCE
              CARD-NUMBER-IN PIN RCD-ACCT-TYPE WS-LOY-SOURCE
              WS-LOY-AMOUNT WS-TRAN-REF WS-LOY-POINTS.
           IF WS-LOY-POINTS > 0 THEN
              DISPLAY "Points fidelite gagnes : " WS-LOY-POINTS
           END-IF.

       WRITE-BILL-PAYMENT-ROW.
           OPEN EXTEND BILL-PAYMENTS.
           MOVE BL-CODE TO BP-BILLER-CODE.
