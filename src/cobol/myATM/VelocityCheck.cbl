       01 WS-WINDOW-CASH PIC 9(7)V99 VALUE 0.
       01 WS-OTHER-TERMINAL PIC X VALUE 'N'.

      *  A trip the cardholder declared: one of our machines is
      *  always at home, so only the dates count.
       01 WS-CTL-CHANNEL PIC X VALUE 'P'.
       01 WS-CTL-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-CTL-RESULT PIC X.
       01 WS-CTL-TRAVEL PIC X.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".


      *    The same card at two machines inside minutes is a
      *    cloned card more often than a hurried customer: the
      *    plastic stays in the machine. Unless the cardholder
      *    told us they are travelling: then the operation is
      *    declined but the card goes back to them.
           IF WS-OTHER-TERMINAL = 'Y' THEN
              CALL "CheckCardControls" USING BY REFERENCE
                 CARD-NUMBER-IN WS-CTL-CHANNEL WS-CTL-COUNTRY
                 WS-TODAY WS-CTL-RESULT WS-CTL-TRAVEL
              IF WS-CTL-TRAVEL = 'Y' THEN
                 MOVE 1 TO VELOCITY-STATUS
                 EXIT PROGRAM
              END-IF
              MOVE 2 TO VELOCITY-STATUS
              PERFORM CAPTURE-CARD
              EXIT PROGRAM
