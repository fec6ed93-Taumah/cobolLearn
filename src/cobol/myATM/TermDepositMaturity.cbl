           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A pledged deposit that matures keeps securing its loan:
      *  the pledge follows the principal onto the account it is
      *  paid into.
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
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-PLEDGE-EOF PIC X.
       01 WS-PLEDGE-FOUND PIC X.
       01 WS-PLEDGE-KEY PIC 9(8).
       01 WS-MOVED-PLEDGE-COUNT PIC 9(4) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-DAYS-HELD PIC 9(5).
       01 WS-INTEREST PIC 9(7)V99.
       01 WS-PAYOUT PIC 9(7)V99.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-CREDIT-OK PIC X VALUE 'Y'.


           DISPLAY WS-MATURED-COUNT " depot(s) arrive(s) a echeance, "
              WS-HELD-COUNT " reporte(s)".
           IF WS-MOVED-PLEDGE-COUNT > 0 THEN
              DISPLAY WS-MOVED-PLEDGE-COUNT " nantissement(s) "
                 "reporte(s) sur le compte de versement"
           END-IF.

           STOP RUN.

              MOVE 'M' TO TD-STATUS
              REWRITE TERM-DEPOSIT-RECORD
              ADD 1 TO WS-MATURED-COUNT
              PERFORM MOVE-PLEDGE-TO-ACCOUNT
           ELSE
              ADD 1 TO WS-HELD-COUNT
           END-IF.

      *    The deposit is gone but the loan is not repaid: its
      *    pledge becomes a pledge of the principal on the account
      *    the deposit paid into, which the availability check then
      *    holds back. The interest is the customer's to use.
       MOVE-PLEDGE-TO-ACCOUNT.
           OPEN I-O COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PLEDGE-FOUND.
           MOVE 'N' TO WS-PLEDGE-EOF.
           MOVE TD-ID TO CL-TD-ID.
           START COLLATERAL-RECORDS KEY IS = CL-TD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-PLEDGE-EOF
           END-START.
           PERFORM UNTIL WS-PLEDGE-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PLEDGE-EOF
                 NOT AT END
                    IF CL-TD-ID NOT = TD-ID THEN
                       MOVE 'Y' TO WS-PLEDGE-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-TERM-DEPOSIT THEN
                          MOVE 'Y' TO WS-PLEDGE-FOUND
                          MOVE CL-KEY TO WS-PLEDGE-KEY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-PLEDGE-FOUND = 'Y' THEN
              MOVE WS-PLEDGE-KEY TO CL-KEY
              READ COLLATERAL-RECORDS KEY IS CL-KEY
                 NOT INVALID KEY
                    MOVE 'S' TO CL-TYPE
                    MOVE TD-PIN TO CL-PIN
                    MOVE TD-ACCT-NO TO CL-ACCT-NO
                    MOVE TD-PRINCIPAL TO CL-VALUATION
                    MOVE WS-TODAY TO CL-VALUATION-DATE
                    REWRITE COLLATERAL-RECORD
                    ADD 1 TO WS-MOVED-PLEDGE-COUNT
              END-READ
           END-IF.
           CLOSE COLLATERAL-RECORDS.

       WRITE-MATURITY-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
