
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

               05 WS-O-COUNT PIC 9.
               05 WS-O-PIN-1 PIC 9(4).
               05 WS-O-ACCT-1 PIC 9(2).
               05 WS-O-BAL-1 PIC S9(7)V99.
               05 WS-O-PIN-2 PIC 9(4).
               05 WS-O-ACCT-2 PIC 9(2).
               05 WS-O-BAL-2 PIC S9(7)V99.
               05 WS-O-OPEN PIC X.
       01 WS-OPEN-COUNT PIC 9(2) VALUE 0.

       01 WS-RESTORE-PIN PIC 9(4).
       01 WS-RESTORE-ACCT PIC 9(2).
       01 WS-RESTORE-BAL PIC S9(7)V99.

      *  What the restore actually moved: the difference between
      *  the half-done balance found and the before-image put
      *  back, posted as REVC (credited back) or REVD (debited
      *  back) under the crashed operation's own reference.
       01 WS-CURRENT-BAL PIC S9(7)V99.
       01 WS-RESTORE-DELTA PIC S9(8)V99.
       01 WS-ANNUL-AMOUNT PIC 9(7)V99.
       01 WS-ANNUL-TYPE PIC X(4).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
