       COPY "OUTXFER.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-ORIG-PIN PIC 9(4).
       01 WS-ORIG-ACCT-NO PIC 9(2).
       01 WS-ORIG-AMOUNT PIC 9(5)V99.
      *  The day the payment left the account: the re-credit is
      *  worth interest from then, as if it had never gone.
       01 WS-ORIG-DATE PIC 9(8).

      *  One new reference per re-credit; the original payment's
      *  reference rides in the report so the statement line and
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

      *  The returned payment comes back in through our account at
      *  the central bank under its original reference; the
      *  settlement-account reconciliation expects it there.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'VRET'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'VRET'.
           03 WS-NOSTRO-REF-PAYMENT PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
       01 WS-NOSTRO-SIDE PIC X VALUE 'C'.
       01 WS-NOSTRO-AMOUNT PIC 9(11)V99.

      *  A return nobody can be credited with is registered as a
      *  suspense item for the desk to investigate and clear.
      *  When the account is known but gone, the money that came
      *  back through the network is moved to suspense with it;
      *  an unknown reference carries no amount to move.
       01 WS-SUSP-ORIGIN PIC X(20) VALUE "TransferReturns".
       01 WS-SUSP-REF PIC X(16).
       01 WS-SUSP-TYPE PIC X(4) VALUE "VRET".
       01 WS-SUSP-SIDE PIC X VALUE 'C'.
       01 WS-SUSP-AMOUNT PIC 9(9)V99.
       01 WS-SUSP-BRANCH PIC X(2) VALUE "00".
       01 WS-SUSP-DETAIL PIC X(30).
       01 WS-SUSP-COUNTER PIC 9(6).
       01 WS-SUSP-ITEM-ID PIC 9(8).
       01 GL-RESEAU-A-REGLER PIC 9(6) VALUE 200600.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-OUTXFER-PATH PIC X(100) VALUE "../../data/outxfer.dat".

       PROCESS-ONE-RETURN.
           PERFORM FIND-ORIGINAL-PAYMENT.
           IF WS-FOUND = 'N' THEN
              MOVE 0 TO WS-SUSP-AMOUNT
              MOVE 0 TO WS-SUSP-COUNTER
              MOVE "REFERENCE INCONNUE DU JOURNAL" TO WS-SUSP-DETAIL
              PERFORM PARK-IN-SUSPENSE
              ADD 1 TO WS-SUSPENSE-COUNT
              STRING "SUSPENS ref=" XR-REF
                 " motif=" XR-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE XR-REF TO WS-NOSTRO-REF-PAYMENT.
           MOVE WS-ORIG-AMOUNT TO WS-NOSTRO-AMOUNT.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-NOSTRO-AMOUNT WS-REG-DATE.

           PERFORM CREDIT-CUSTOMER-BACK.

       FIND-ORIGINAL-PAYMENT.
                       MOVE OX-PIN TO WS-ORIG-PIN
                       MOVE OX-ACCT-NO TO WS-ORIG-ACCT-NO
                       MOVE OX-AMOUNT TO WS-ORIG-AMOUNT
                       MOVE OX-DATE TO WS-ORIG-DATE
                       MOVE 'Y' TO WS-QUEUE-EOF
                    END-IF
              END-READ
           MOVE WS-ORIG-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE WS-ORIG-AMOUNT TO WS-SUSP-AMOUNT
                 MOVE GL-RESEAU-A-REGLER TO WS-SUSP-COUNTER
                 MOVE SPACES TO WS-SUSP-DETAIL
                 STRING "COMPTE INTROUVABLE " WS-ORIG-PIN "-"
                    WS-ORIG-ACCT-NO
                    DELIMITED BY SIZE INTO WS-SUSP-DETAIL
                 END-STRING
                 PERFORM PARK-IN-SUSPENSE
                 ADD 1 TO WS-SUSPENSE-COUNT
                 STRING "SUSPENS ref=" XR-REF
                    " compte=" WS-ORIG-PIN "-" WS-ORIG-ACCT-NO
                 WRITE RETURN-REPORT-LINE
           END-READ.

       PARK-IN-SUSPENSE.
           MOVE XR-REF TO WS-SUSP-REF.
           CALL "RecordSuspenseItem" USING BY REFERENCE
              WS-SUSP-ORIGIN WS-SUSP-REF WS-SUSP-TYPE WS-SUSP-SIDE
              WS-SUSP-AMOUNT WS-REG-DATE WS-SUSP-BRANCH
              WS-SUSP-DETAIL WS-SUSP-COUNTER WS-SUSP-ITEM-ID.

       WRITE-TRANLOG-ENTRY.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE WS-ORIG-PIN TO TL-PIN.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           MOVE WS-ORIG-DATE TO TL-VALUE-DATE.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
