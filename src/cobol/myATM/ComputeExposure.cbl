       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComputeExposure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT OVERDRAFT-RECORDS ASSIGN TO
                 '../../data/overdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OD-KEY
              FILE STATUS IS OVERDRAFT-RECORDS-FS.

      *  Network items refused at posting are still owed until the
      *  chargeback desk closes a case on them.
           SELECT REJECTS-QUEUE ASSIGN TO '../../data/netpresrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-QUEUE-FS.

           SELECT CHARGEBACK-RECORDS ASSIGN TO
                 '../../data/chgback.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CK-ID
              FILE STATUS IS CHARGEBACK-RECORDS-FS.

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD OVERDRAFT-RECORDS.
       COPY "ODLIMIT.cpy".

       FD REJECTS-QUEUE.
       COPY "NETPRREJ.cpy".

       FD CHARGEBACK-RECORDS.
       COPY "CHGBACK.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       WORKING-STORAGE SECTION.

       01 LOAN-RECORDS-FS PIC XX.
       01 OVERDRAFT-RECORDS-FS PIC XX.
       01 REJECTS-QUEUE-FS PIC XX.
       01 CHARGEBACK-RECORDS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CASE-EOF PIC X VALUE 'N'.
       01 WS-CASE-CLOSED PIC X VALUE 'N'.
       01 WS-CASES-OPEN PIC X VALUE 'N'.

       LINKAGE SECTION.

       01 PIN-IN PIC 9(4).
      *    What the customer owes or could draw, by source, and
      *    the total of the four.
       01 LOANS-OUT PIC 9(9)V99.
       01 OVERDRAFTS-OUT PIC 9(9)V99.
       01 PRESENTMENTS-OUT PIC 9(9)V99.
       01 GUARANTEES-OUT PIC 9(9)V99.
       01 EXPOSURE-OUT PIC 9(9)V99.

       PROCEDURE DIVISION
       USING BY REFERENCE PIN-IN LOANS-OUT OVERDRAFTS-OUT
           PRESENTMENTS-OUT GUARANTEES-OUT EXPOSURE-OUT.

           MOVE 0 TO LOANS-OUT.
           MOVE 0 TO OVERDRAFTS-OUT.
           MOVE 0 TO PRESENTMENTS-OUT.
           MOVE 0 TO GUARANTEES-OUT.

           PERFORM ADD-ACTIVE-LOANS.
           PERFORM ADD-OVERDRAFT-LINES.
           PERFORM ADD-UNPOSTED-PRESENTMENTS.
           PERFORM ADD-GUARANTEES-GIVEN.

           COMPUTE EXPOSURE-OUT = LOANS-OUT + OVERDRAFTS-OUT
              + PRESENTMENTS-OUT + GUARANTEES-OUT.

           EXIT PROGRAM.

       ADD-ACTIVE-LOANS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LN-ID.
           START LOAN-RECORDS KEY IS > LN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-PIN = PIN-IN AND LN-IS-ACTIVE THEN
                       ADD LN-OUTSTANDING TO LOANS-OUT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

      *    The whole line counts, drawn or not: the customer can
      *    draw it tomorrow without asking anyone.
       ADD-OVERDRAFT-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OVERDRAFT-RECORDS.
           IF OVERDRAFT-RECORDS-FS NOT = "00" THEN
              CLOSE OVERDRAFT-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN-IN TO OD-PIN.
           MOVE 0 TO OD-ACCT-NO.
           START OVERDRAFT-RECORDS KEY IS >= OD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ OVERDRAFT-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OD-PIN NOT = PIN-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF OD-IS-ACTIVE THEN
                          ADD OD-LIMIT TO OVERDRAFTS-OUT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OVERDRAFT-RECORDS.

      *    A refused item is the customer's until a chargeback
      *    case on it reaches its final stage: won, it was never
      *    owed; lost, it has been posted to the account.
       ADD-UNPOSTED-PRESENTMENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECTS-QUEUE.
           IF REJECTS-QUEUE-FS NOT = "00" THEN
              CLOSE REJECTS-QUEUE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              CLOSE REJECTS-QUEUE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CASES-OPEN.
           OPEN INPUT CHARGEBACK-RECORDS.
           IF CHARGEBACK-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-CASES-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REJECTS-QUEUE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE NR-CARD TO CARD-NUMBER
                    READ CARD-RECORDS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CARD-CUSTOMER-ID = PIN-IN THEN
                             PERFORM CHECK-CASE-CLOSED
                             IF WS-CASE-CLOSED = 'N' THEN
                                ADD NR-AMOUNT TO PRESENTMENTS-OUT
                             END-IF
                          END-IF
                    END-READ
              END-READ
           END-PERFORM.
           IF WS-CASES-OPEN = 'Y' THEN
              CLOSE CHARGEBACK-RECORDS
           END-IF.
           CLOSE CARD-RECORDS.
           CLOSE REJECTS-QUEUE.

      *    Same match the chargeback desk uses to recognise an
      *    item it has already raised.
       CHECK-CASE-CLOSED.
           MOVE 'N' TO WS-CASE-CLOSED.
           IF WS-CASES-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE 0 TO CK-ID.
           START CHARGEBACK-RECORDS KEY IS > CK-ID
              INVALID KEY
                 MOVE 'Y' TO WS-CASE-EOF
           END-START.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
              READ CHARGEBACK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CASE-EOF
                 NOT AT END
                    IF CK-FROM-PRESENTMENT
                          AND CK-CARD = NR-CARD
                          AND CK-AMOUNT = NR-AMOUNT
                          AND CK-TRAN-DATETIME = NR-DATETIME
                          AND CK-TERMINAL = NR-TERMINAL THEN
                       IF CK-IS-FINAL THEN
                          MOVE 'Y' TO WS-CASE-CLOSED
                       END-IF
                       MOVE 'Y' TO WS-CASE-EOF
                    END-IF
              END-READ
           END-PERFORM.

      *    The register has no key on the guarantor, so every row
      *    is read; only guarantees still active count.
       ADD-GUARANTEES-GIVEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-IS-GUARANTOR AND CL-IS-ACTIVE
                          AND CL-GUARANTOR-ID = PIN-IN THEN
                       ADD CL-VALUATION TO GUARANTEES-OUT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       END PROGRAM ComputeExposure.
