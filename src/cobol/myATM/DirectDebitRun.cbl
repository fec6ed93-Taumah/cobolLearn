       COPY "MANDATREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *  The shared availability engine's answer for the debited
      *  account.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

      *  System-wide unique reference stamped into the transaction
      *  log, the anchor a disputed pull's refund matches on.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

      *  What the file pays out on our account at the central bank,
      *  handed to the settlement-account reconciliation under the
      *  reference the statement line will carry.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'PRLV'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'PRLV'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 WS-NOSTRO-REF-SEQ PIC 9(4).
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".
           MOVE WS-POSTED-TOTAL TO WS-REG-AMOUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           MOVE WS-REG-DATE TO WS-NOSTRO-REF-DATE.
           MOVE WS-REG-SEQ TO WS-NOSTRO-REF-SEQ.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-REG-AMOUNT WS-REG-DATE.

           COMPUTE WS-RC-READ-COUNT =
              WS-POSTED-COUNT + WS-REJECT-COUNT.
           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
