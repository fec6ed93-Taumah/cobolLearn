           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  A deposit pledged as security for a loan cannot be broken
      *  until the loan is repaid.
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
       01 WS-PLEDGED PIC X VALUE 'N'.
       01 WS-PLEDGED-LOAN-ID PIC 9(6).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  money mover.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

      *  Maturity-date arithmetic, month-based like the standing
      *  orders' monthly advance.
       01 WS-DAYS-HELD PIC 9(5).
       01 WS-INTEREST PIC 9(7)V99.
       01 WS-PAYOUT PIC 9(7)V99.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(7)V99.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
              DISPLAY "Ce depot n'est plus actif"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DEPOSIT-PLEDGED.
           IF WS-PLEDGED = 'Y' THEN
              DISPLAY "Depot nanti en garantie du pret "
                 WS-PLEDGED-LOAN-ID " : rupture refusee tant que "
                 "le pret n'est pas rembourse"
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-HELD =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 " (dont interets de penalite " WS-INTEREST ")"
           END-IF.

       CHECK-DEPOSIT-PLEDGED.
           MOVE 'N' TO WS-PLEDGED.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE TD-ID TO CL-TD-ID.
           START COLLATERAL-RECORDS KEY IS = CL-TD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-TD-ID NOT = TD-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND CL-IS-TERM-DEPOSIT THEN
                          MOVE 'Y' TO WS-PLEDGED
                          MOVE CL-LOAN-ID TO WS-PLEDGED-LOAN-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       CREDIT-LINKED-ACCOUNT.
           MOVE 'Y' TO WS-FUNDING-OK.
           OPEN I-O BANK-RECORDS.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
