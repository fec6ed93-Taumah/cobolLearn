       IDENTIFICATION DIVISION.
       PROGRAM-ID. FicpDeclaration.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The arrears positions the billing batch keeps per loan.
           SELECT ARREARS-RECORDS ASSIGN TO '../../data/arrears.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-LOAN-ID
              FILE STATUS IS ARREARS-RECORDS-FS.

           SELECT LOAN-RECORDS ASSIGN TO WS-LOANMAST-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Our side of each loan's FICP cycle.
           SELECT FICP-REGISTER ASSIGN TO '../../data/ficpreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FI-LOAN-ID
              FILE STATUS IS FICP-REGISTER-FS.

      *  The declaration file for the Banque de France: one
      *  header, one fixed-format detail per inscription or
      *  removal, one trailer with the counts.
           SELECT FICP-FILE ASSIGN TO '../../data/ficp.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The prior-notice letters, an address block and the
      *  wording per borrower, for the print room.
           SELECT NOTICE-LETTERS ASSIGN TO '../../data/ficpnotice.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARREARS-RECORDS.
       COPY "ARREARS.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD FICP-REGISTER.
       COPY "FICPDECL.cpy".

       FD FICP-FILE.
       01 FICP-LINE PIC X(150).

       FD NOTICE-LETTERS.
       01 NOTICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 ARREARS-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 FICP-REGISTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Our institution identifier with the Banque de France.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

      *  An amortizing loan's repayment incident is characterized
      *  at two missed monthly instalments, and the borrower then
      *  has the notice period to regularize before we may
      *  declare. Both can be set per deployment.
       01 WS-MIN-MISSED PIC 9(3) VALUE 2.
       01 WS-MIN-MISSED-RAW PIC X(3) VALUE SPACES.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-NOTICE-DAYS-RAW PIC X(3) VALUE SPACES.
       01 WS-DAYS-SINCE-NOTICE PIC S9(7).

       01 WS-REGISTER-FOUND PIC X.
       01 WS-CUSTOMER-FOUND PIC X.
       01 WS-LOAN-SETTLED PIC X.
       01 WS-INCIDENT-OVER PIC X.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.

       01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-DECLARED-COUNT PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(135) VALUE SPACES.

      *    Operation: I inscription, R removal (radiation). The
      *    key is the Banque de France one: birth date as YYMMDD
      *    then the first five letters of the birth name.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-OPERATION PIC X.
           03 WS-DTL-BDF-KEY.
              05 WS-DTL-KEY-BIRTH PIC X(6).
              05 WS-DTL-KEY-NAME PIC X(5).
           03 WS-DTL-LAST-NAME PIC X(20).
           03 WS-DTL-NAME PIC X(20).
           03 WS-DTL-BIRTH-DATE PIC 9(8).
           03 WS-DTL-POSTAL-CODE PIC X(5).
           03 WS-DTL-CITY PIC X(20).
           03 WS-DTL-LOAN-ID PIC 9(6).
           03 WS-DTL-INCIDENT-DATE PIC 9(8).
           03 WS-DTL-UNPAID-AMOUNT PIC 9(7)V99.
           03 WS-DTL-MISSED-COUNT PIC 9(3).
           03 WS-DTL-DATE PIC 9(8).
           03 FILLER PIC X(30) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-INSCRIPTIONS PIC 9(7).
           03 WS-TRL-REMOVALS PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(122) VALUE SPACES.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-LOANMAST-PATH PIC X(100)
           VALUE "../../data/loanmast.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT "LOANMAST_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-MIN-MISSED-RAW FROM ENVIRONMENT "FICP_MIN_MISSED"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-MIN-MISSED-RAW IS NUMERIC THEN
              MOVE WS-MIN-MISSED-RAW TO WS-MIN-MISSED
           END-IF.
           ACCEPT WS-NOTICE-DAYS-RAW FROM ENVIRONMENT
              "FICP_NOTICE_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-NOTICE-DAYS-RAW IS NUMERIC THEN
              MOVE WS-NOTICE-DAYS-RAW TO WS-NOTICE-DAYS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun pret, pas de declaration FICP"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client indisponible, pas de "
                 "declaration FICP"
              CLOSE LOAN-RECORDS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ARREARS-RECORDS.
           PERFORM OPEN-OR-CREATE-FICP-REGISTER.

           OPEN OUTPUT FICP-FILE.
           OPEN OUTPUT NOTICE-LETTERS.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO FICP-LINE.
           WRITE FICP-LINE.

           IF ARREARS-RECORDS-FS = "00" THEN
              PERFORM SCAN-ARREARS
           END-IF.
           PERFORM SCAN-REGISTER.

           MOVE WS-DECLARED-COUNT TO WS-TRL-INSCRIPTIONS.
           MOVE WS-REMOVED-COUNT TO WS-TRL-REMOVALS.
           MOVE WS-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH.
           MOVE WS-TRAILER-RECORD TO FICP-LINE.
           WRITE FICP-LINE.

           CLOSE LOAN-RECORDS.
           CLOSE CUSTOMER-MASTER.
           IF ARREARS-RECORDS-FS = "00" THEN
              CLOSE ARREARS-RECORDS
           END-IF.
           CLOSE FICP-REGISTER.
           CLOSE FICP-FILE.
           CLOSE NOTICE-LETTERS.

           DISPLAY "FICP : " WS-NOTICE-COUNT " preavis, "
              WS-DECLARED-COUNT " inscription(s), "
              WS-REMOVED-COUNT " radiation(s), "
              WS-LAPSED-COUNT " preavis sans suite".

           STOP RUN.

      *    ficpreg.dat may not exist yet; the first notice
      *    creates it.
       OPEN-OR-CREATE-FICP-REGISTER.
           OPEN I-O FICP-REGISTER.
           IF FICP-REGISTER-FS = "35" THEN
              OPEN OUTPUT FICP-REGISTER
              CLOSE FICP-REGISTER
              OPEN I-O FICP-REGISTER
           END-IF.

      *    Every active position at or past the threshold either
      *    gets its prior notice, or, once the notice period has
      *    run without a catch-up, its declaration.
       SCAN-ARREARS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO AR-LOAN-ID.
           START ARREARS-RECORDS KEY IS >= AR-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARREARS-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AR-IS-ACTIVE
                          AND AR-MISSED-COUNT >= WS-MIN-MISSED THEN
                       PERFORM PROCESS-ONE-INCIDENT
                    END-IF
              END-READ
           END-PERFORM.

       PROCESS-ONE-INCIDENT.
           MOVE 'Y' TO WS-REGISTER-FOUND.
           MOVE AR-LOAN-ID TO FI-LOAN-ID.
           READ FICP-REGISTER
              INVALID KEY
                 MOVE 'N' TO WS-REGISTER-FOUND
           END-READ.

           IF WS-REGISTER-FOUND = 'N'
                 OR FI-IS-REMOVED OR FI-IS-LAPSED THEN
              PERFORM SEND-PRIOR-NOTICE
              EXIT PARAGRAPH
           END-IF.

           IF FI-IS-NOTIFIED
                 AND FI-FIRST-MISSED-DATE = AR-FIRST-MISSED-DATE THEN
              COMPUTE WS-DAYS-SINCE-NOTICE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(FI-NOTICE-DATE)
              IF WS-DAYS-SINCE-NOTICE >= WS-NOTICE-DAYS THEN
                 PERFORM DECLARE-INCIDENT
              END-IF
           END-IF.

       SEND-PRIOR-NOTICE.
           MOVE AR-PIN TO CM-ID.
           PERFORM FETCH-CUSTOMER.
           IF WS-CUSTOMER-FOUND = 'N' THEN
              DISPLAY "Pret " AR-LOAN-ID " : client " AR-PIN
                 " introuvable, preavis FICP non envoye"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE AR-LOAN-ID TO FI-LOAN-ID.
           MOVE AR-PIN TO FI-PIN.
           MOVE 'N' TO FI-STATUS.
           MOVE AR-FIRST-MISSED-DATE TO FI-FIRST-MISSED-DATE.
           MOVE WS-TODAY TO FI-NOTICE-DATE.
           MOVE 0 TO FI-DECLARED-DATE.
           MOVE 0 TO FI-DECLARED-AMOUNT.
           MOVE 0 TO FI-REMOVED-DATE.
           IF WS-REGISTER-FOUND = 'Y' THEN
              REWRITE FICP-DECLARATION-RECORD
           ELSE
              WRITE FICP-DECLARATION-RECORD
           END-IF.

           MOVE SPACES TO NOTICE-LINE.
           STRING CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE CM-ADDRESS-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE AR-MISSED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-LINE.
           STRING "Pret " AR-LOAN-ID " : " AR-MISSED-COUNT
              " echeance(s) impayee(s), " WS-AMOUNT-EDIT " EUR."
              DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "Sans regularisation sous " WS-NOTICE-DAYS
              " jours, cet incident sera declare au Fichier"
              DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE "national des Incidents de remboursement des Credits "
              TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "aux Particuliers (FICP) tenu par la Banque de France."
              TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       DECLARE-INCIDENT.
           MOVE FI-PIN TO CM-ID.
           PERFORM FETCH-CUSTOMER.
           IF WS-CUSTOMER-FOUND = 'N' THEN
              DISPLAY "Pret " FI-LOAN-ID " : client " FI-PIN
                 " introuvable, inscription FICP differee"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'I' TO WS-DTL-OPERATION.
           MOVE AR-MISSED-AMOUNT TO WS-DTL-UNPAID-AMOUNT.
           MOVE AR-MISSED-COUNT TO WS-DTL-MISSED-COUNT.
           PERFORM WRITE-ONE-DETAIL.

           MOVE 'D' TO FI-STATUS.
           MOVE WS-TODAY TO FI-DECLARED-DATE.
           MOVE AR-MISSED-AMOUNT TO FI-DECLARED-AMOUNT.
           REWRITE FICP-DECLARATION-RECORD.
           ADD 1 TO WS-DECLARED-COUNT.

      *    A declared incident is removed as soon as it is over:
      *    the position caught up (or was replaced by a newer one),
      *    or the loan itself was settled. A notice whose incident
      *    is over before the period ran is simply dropped.
       SCAN-REGISTER.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO FI-LOAN-ID.
           START FICP-REGISTER KEY IS >= FI-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FICP-REGISTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FI-IS-DECLARED OR FI-IS-NOTIFIED THEN
                       PERFORM CHECK-INCIDENT-OVER
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-INCIDENT-OVER.
           MOVE 'N' TO WS-INCIDENT-OVER.
           MOVE 'N' TO WS-LOAN-SETTLED.
           MOVE FI-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 MOVE 'Y' TO WS-LOAN-SETTLED
              NOT INVALID KEY
                 IF LN-IS-PAID-OFF THEN
                    MOVE 'Y' TO WS-LOAN-SETTLED
                 END-IF
           END-READ.
           IF WS-LOAN-SETTLED = 'Y' THEN
              MOVE 'Y' TO WS-INCIDENT-OVER
           END-IF.

           IF ARREARS-RECORDS-FS NOT = "00" THEN
              MOVE 'Y' TO WS-INCIDENT-OVER
           ELSE
              MOVE FI-LOAN-ID TO AR-LOAN-ID
              READ ARREARS-RECORDS
                 INVALID KEY
                    MOVE 'Y' TO WS-INCIDENT-OVER
                 NOT INVALID KEY
                    IF AR-IS-CLEARED
                          OR AR-FIRST-MISSED-DATE
                             NOT = FI-FIRST-MISSED-DATE THEN
                       MOVE 'Y' TO WS-INCIDENT-OVER
                    END-IF
              END-READ
           END-IF.

           IF WS-INCIDENT-OVER = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           IF FI-IS-NOTIFIED THEN
              MOVE 'X' TO FI-STATUS
              REWRITE FICP-DECLARATION-RECORD
              ADD 1 TO WS-LAPSED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE FI-PIN TO CM-ID.
           PERFORM FETCH-CUSTOMER.
           IF WS-CUSTOMER-FOUND = 'N' THEN
              DISPLAY "Pret " FI-LOAN-ID " : client " FI-PIN
                 " introuvable, radiation FICP a faire a la main"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-DTL-OPERATION.
           MOVE 0 TO WS-DTL-UNPAID-AMOUNT.
           MOVE 0 TO WS-DTL-MISSED-COUNT.
           PERFORM WRITE-ONE-DETAIL.

           MOVE 'R' TO FI-STATUS.
           MOVE WS-TODAY TO FI-REMOVED-DATE.
           REWRITE FICP-DECLARATION-RECORD.
           ADD 1 TO WS-REMOVED-COUNT.

       FETCH-CUSTOMER.
           MOVE 'Y' TO WS-CUSTOMER-FOUND.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-CUSTOMER-FOUND
           END-READ.

       WRITE-ONE-DETAIL.
           MOVE CM-BIRTH-DATE(3:6) TO WS-DTL-KEY-BIRTH.
           MOVE CM-LAST-NAME(1:5) TO WS-DTL-KEY-NAME.
           MOVE CM-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE CM-NAME TO WS-DTL-NAME.
           MOVE CM-BIRTH-DATE TO WS-DTL-BIRTH-DATE.
           MOVE CM-POSTAL-CODE TO WS-DTL-POSTAL-CODE.
           MOVE CM-CITY TO WS-DTL-CITY.
           MOVE FI-LOAN-ID TO WS-DTL-LOAN-ID.
           MOVE FI-FIRST-MISSED-DATE TO WS-DTL-INCIDENT-DATE.
           MOVE WS-TODAY TO WS-DTL-DATE.
           MOVE WS-DETAIL-RECORD TO FICP-LINE.
           WRITE FICP-LINE.
           ADD WS-DTL-UNPAID-AMOUNT TO WS-AMOUNT-HASH.

       END PROGRAM FicpDeclaration.
