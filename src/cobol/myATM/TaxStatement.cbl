              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Livret A interest is tax-free and stays off the
      *  statement; the register still knows a closed one.
           SELECT LIVRET-A-RECORDS ASSIGN TO '../../data/livreta.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LQ-KEY
              FILE STATUS IS LIVRET-A-RECORDS-FS.

      *  One block per customer who earned interest in the year.
           SELECT TAX-STATEMENTS ASSIGN TO '../../data/taxstmt.dat'
              ORGANIZATION IS LINE SEQUENTIAL.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD LIVRET-A-RECORDS.
       COPY "LIVRETA.cpy".

       FD TAX-STATEMENTS.
       01 TAX-STATEMENT-LINE PIC X(80).


       01 TRANHIST-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 LIVRET-A-RECORDS-FS PIC XX.
       01 WS-LIVRET-OPEN PIC X VALUE 'N'.
       01 WS-TAX-EXEMPT PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
              STOP RUN
           END-IF.

           OPEN INPUT LIVRET-A-RECORDS.
           IF LIVRET-A-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-LIVRET-OPEN
           END-IF.
           PERFORM ACCUMULATE-YEAR.
           CLOSE TRANHIST-RECORDS.
           IF WS-LIVRET-OPEN = 'Y' THEN
              CLOSE LIVRET-A-RECORDS
           END-IF.

           IF WS-CUST-COUNT = 0 THEN
              DISPLAY "Aucun interet verse en " WS-YEAR
                    IF TH-DATETIME(1:4) = WS-YEAR
                          AND (TH-TYPE = "INTR"
                             OR TH-TYPE = "WHTX") THEN
                       PERFORM CHECK-TAX-EXEMPT-ACCOUNT
                       IF WS-TAX-EXEMPT = 'N' THEN
                          PERFORM ACCUMULATE-ONE-ROW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-TAX-EXEMPT-ACCOUNT.
           MOVE 'N' TO WS-TAX-EXEMPT.
           IF WS-LIVRET-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE TH-PIN TO LQ-PIN.
           MOVE TH-ACCT-NO TO LQ-ACCT-NO.
           READ LIVRET-A-RECORDS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TAX-EXEMPT
           END-READ.

       ACCUMULATE-ONE-ROW.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
