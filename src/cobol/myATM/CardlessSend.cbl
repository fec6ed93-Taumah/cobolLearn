
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *  sender's account: holds netted like everywhere else.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-AVAILABLE PIC S9(8)V99.

       01 WS-TRAN-REF PIC 9(8).
       01 WS-TERMINAL-ID PIC X(4) VALUE "0001".
           MOVE 1 TO STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           CALL "CheckKycReview" USING BY REFERENCE PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Envoi refuse : votre dossier client doit "
                 "etre mis a jour en agence"
              MOVE 3 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM WITH TEST AFTER UNTIL AMMOUNT-TO-SEND > 0
              DISPLAY "Montant a envoyer sans carte ?"
              ACCEPT AMMOUNT-TO-SEND
           MOVE CARD-NUMBER-IN TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
