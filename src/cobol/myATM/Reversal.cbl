
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-ORIG-PIN PIC 9(4).
       01 WS-ORIG-ACCT-NO PIC 9(2).
       01 WS-ORIG-TYPE PIC X(4).
       01 WS-ORIG-AMOUNT PIC 9(7)V99.
       01 WS-ORIG-DATE PIC 9(8).
       01 WS-ORIG-CARD PIC 9(4).

       01 WS-DIRECTION PIC X.

       01 WS-REVERSAL-REF PIC 9(8).
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-REVERSAL-OK PIC X VALUE 'Y'.

      *  Who is signed on at this desk, from the shared sign-on
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
      *    Worth interest as of the operation it undoes.
           MOVE WS-ORIG-DATE TO TL-VALUE-DATE.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
