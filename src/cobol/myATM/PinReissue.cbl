       01 WS-TEMP-PIN PIC 9(4).
       01 WS-TEMP-DIGEST PIC 9(4).

      *  No confidential mailer goes to an address La Poste has
      *  sent back: the request is held and the PIN left as it is
      *  until a new address is on file.
       01 WS-HOLD-TYPE PIC X VALUE 'P'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "PinReissue".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-HOLD-REF.
           STRING "carte=" WS-REISSUE-CARD
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           CALL "CheckMailHold" USING BY REFERENCE CARD-CUSTOMER-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              DISPLAY "Adresse du client signalee NPAI : pli PIN "
                 "retenu (" WS-HOLD-ID "), code inchange"
              DISPLAY "Recueillir une nouvelle adresse avant la "
                 "reemission"
              CLOSE CARD-RECORDS
              STOP RUN
           END-IF.

      *    Drawn at random, never displayed: only the digest is
      *    kept on the card, and the confidential mailer goes to
      *    print with the digits.
