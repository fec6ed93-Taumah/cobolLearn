       01 WS-PRINTED-COUNT PIC 9(4).
       01 WS-PAGE-ANSWER PIC X.

      *  Each fresh page is headed with the account's IBAN, so a
      *  passbook page is enough to set up a transfer.
       01 WS-IDENT-MODE PIC X VALUE 'K'.
       01 WS-IBAN PIC X(34).
       01 WS-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

      *  A passbook page holds this many lines before the teller
      *  is asked to turn or replace it.
       01 LINES-PER-PAGE PIC 9(2) VALUE 24.
           MOVE 0 TO WS-PRINTED-COUNT.
           MOVE 'N' TO WS-EOF.

           MOVE 'K' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-WORK-PIN WS-WORK-ACCT-NO WS-IBAN
              WS-RIB WS-IDENT-STATUS.

           MOVE WS-WORK-PIN TO TH-PIN.
           MOVE WS-WORK-ACCT-NO TO TH-ACCT-NO.
           MOVE PB-LAST-DATETIME TO TH-DATETIME.
              MOVE 0 TO PB-LINE-ON-PAGE
           END-IF.

           IF PB-LINE-ON-PAGE = 0 AND WS-IDENT-STATUS = 0 THEN
              MOVE SPACES TO PASSBOOK-PRINT-LINE
              STRING "IBAN " WS-IBAN
                 DELIMITED BY SIZE INTO PASSBOOK-PRINT-LINE
              END-STRING
              WRITE PASSBOOK-PRINT-LINE
              DISPLAY "  " PASSBOOK-PRINT-LINE
              MOVE SPACES TO PASSBOOK-PRINT-LINE
           END-IF.

           STRING TH-DATETIME(1:8) " " TH-TYPE
              " " TH-AMOUNT " solde " TH-BALANCE
              DELIMITED BY SIZE INTO PASSBOOK-PRINT-LINE.
