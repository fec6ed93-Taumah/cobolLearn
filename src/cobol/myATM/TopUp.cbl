
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *  The shared availability engine's answer for the paying
      *  account: holds netted like everywhere else.
       01 WS-AVAIL-REASON PIC 9.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-AVAILABLE PIC S9(8)V99.

       01 WS-TRAN-REF PIC 9(8).

      *  Loyalty points earned by the card on this spend.
       01 WS-LOY-SOURCE PIC X(4) VALUE "TOPU".
       01 WS-LOY-AMOUNT PIC 9(7)V99.
       01 WS-LOY-POINTS PIC 9(7).
       01 WS-TERMINAL-ID PIC X(4) VALUE "0001".
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

           MOVE 1 TO STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Recharge refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE 3 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM LIST-OPERATORS.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun operateur disponible"
                    DISPLAY "Recharge payee. Code a saisir sur "
                       "votre telephone :"
                    DISPLAY "    " VO-CODE
                    PERFORM EARN-LOYALTY-POINTS
                 ELSE
                    MOVE 2 TO STATUS-CODE
                    DISPLAY "Solde insuffisant pour cette recharge"
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       EARN-LOYALTY-POINTS.
           MOVE WS-TOPUP-AMOUNT TO WS-LOY-AMOUNT.
           CALL "EarnLoyaltyPoints" USING BY REFERENCE
              CARD-NUMBER-IN PIN RCD-ACCT-TYPE WS-LOY-SOURCE
              WS-LOY-AMOUNT WS-TRAN-REF WS-LOY-POINTS.
           IF WS-LOY-POINTS > 0 THEN
              DISPLAY "Points fidelite gagnes : " WS-LOY-POINTS
           END-IF.

       WRITE-TOPUP-PAYMENT.
           OPEN EXTEND TOPUP-PAYMENTS.
           MOVE WS-OPERATOR-PICK TO TU-OPERATOR-CODE.
