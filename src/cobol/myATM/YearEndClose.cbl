                 '../../data/stmtreq.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Every balance as the close found it, under the year, for
      *  the auditors' confirmation letters.
           SELECT YEAR-END-BALANCES ASSIGN TO '../../data/yebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YB-KEY
              FILE STATUS IS YEAR-END-BALANCES-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

       DATA DIVISION.

       FILE SECTION.
       01 GL-YEAR-LINE PIC X(60).

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD STATEMENT-REQUESTS.
       COPY "STMTREQ.cpy".

       FD YEAR-END-BALANCES.
       COPY "YEBAL.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       WORKING-STORAGE SECTION.

       01 GL-RETAINED-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 YEAR-END-BALANCES-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 WS-BALANCES-RECORDED PIC 9(7) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
           END-IF.

           PERFORM ROLL-UP-GL-YEAR.

      *    A close run again rewrites the year's balances rather
      *    than failing on them.
           OPEN I-O YEAR-END-BALANCES.
           IF YEAR-END-BALANCES-FS = "35" THEN
              CLOSE YEAR-END-BALANCES
              OPEN OUTPUT YEAR-END-BALANCES
              CLOSE YEAR-END-BALANCES
              OPEN I-O YEAR-END-BALANCES
           END-IF.
           PERFORM WRITE-ANNUAL-STATEMENTS.
           PERFORM RECORD-LOAN-BALANCES.
           PERFORM RECORD-DEPOSIT-BALANCES.
           CLOSE YEAR-END-BALANCES.

           DISPLAY "Cloture de l'exercice " WS-YEAR " : resultat "
              WS-YEAR-RESULT ", " WS-ACCOUNTS-DONE
              " releve(s) annuel(s)".
           DISPLAY WS-BALANCES-RECORDED " solde(s) de fin d'exercice "
              "enregistre(s)".

           STOP RUN.

           STRING "  Solde de cloture : " WS-BALANCE-EDIT
              DELIMITED BY SIZE INTO ANNUAL-STATEMENT-LINE.
           WRITE ANNUAL-STATEMENT-LINE.

           MOVE WS-YEAR TO YB-YEAR.
           MOVE 'C' TO YB-SOURCE.
           MOVE RCD-PIN TO YB-PIN.
           MOVE RCD-ACCT-NO TO YB-ACCT-NO.
           MOVE RCD-PIN TO YB-CUSTOMER-ID.
           MOVE RCD-CURRENCY TO YB-CURRENCY.
           MOVE RCD-AMMOUNT TO YB-BALANCE.
           PERFORM WRITE-YEAR-END-BALANCE.
           MOVE SPACES TO ANNUAL-STATEMENT-LINE.
           WRITE ANNUAL-STATEMENT-LINE.

           MOVE WS-TODAY TO SR-REQUEST-DATE.
           WRITE STATEMENT-REQUEST.

      *    A loan is confirmed for what is still owed on it.
       RECORD-LOAN-BALANCES.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
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
                    IF LN-IS-ACTIVE THEN
                       MOVE WS-YEAR TO YB-YEAR
                       MOVE 'P' TO YB-SOURCE
                       MOVE LN-ID TO YB-ITEM-ID
                       MOVE LN-PIN TO YB-CUSTOMER-ID
                       MOVE "EUR" TO YB-CURRENCY
                       MOVE LN-OUTSTANDING TO YB-BALANCE
                       PERFORM WRITE-YEAR-END-BALANCE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

      *    A deposit is confirmed for the principal placed; its
      *    interest is only owed at maturity.
       RECORD-DEPOSIT-BALANCES.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS NOT = "00" THEN
              CLOSE TERM-DEPOSITS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO TD-ID.
           START TERM-DEPOSITS KEY IS > TD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TERM-DEPOSITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TD-IS-ACTIVE THEN
                       MOVE WS-YEAR TO YB-YEAR
                       MOVE 'T' TO YB-SOURCE
                       MOVE TD-ID TO YB-ITEM-ID
                       MOVE TD-PIN TO YB-CUSTOMER-ID
                       MOVE "EUR" TO YB-CURRENCY
                       MOVE TD-PRINCIPAL TO YB-BALANCE
                       PERFORM WRITE-YEAR-END-BALANCE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TERM-DEPOSITS.

       WRITE-YEAR-END-BALANCE.
           MOVE WS-TODAY TO YB-CLOSE-DATE.
           WRITE YEAR-END-BALANCE-RECORD
              INVALID KEY
                 REWRITE YEAR-END-BALANCE-RECORD
           END-WRITE.
           ADD 1 TO WS-BALANCES-RECORDED.

       SCAN-YEAR-SLICE.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE RCD-PIN TO TH-PIN.
              WHEN "TDBK"
              WHEN "AJUS"
              WHEN "REVC"
              WHEN "CBPC"
              WHEN "CBCR"
              WHEN "FIDE"
                 ADD TH-AMOUNT TO WS-NET-MOVEMENT
      *       WHTX never touches the balance: the tax comes out
      *       of the accrual bucket, only the net INTR lands.
              WHEN "INTA"
              WHEN "INTQ"
              WHEN "VALC"
              WHEN "VALD"
              WHEN "WHTX"
              WHEN "CCOL"
              WHEN "SINI"
                 CONTINUE
              WHEN OTHER
                 SUBTRACT TH-AMOUNT FROM WS-NET-MOVEMENT
