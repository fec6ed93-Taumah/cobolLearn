              RECORD KEY IS CB-ID
              FILE STATUS IS CHEQUE-BOOKS-FS.

      *  Bounced cheques still in force: a customer with any of
      *  them gets no cheque book on any of their accounts.
           SELECT PAYMENT-INCIDENTS ASSIGN TO '../../data/chqincid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS PAYMENT-INCIDENTS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CHEQUE-BOOKS.
       COPY "CHQBOOK.cpy".

       FD PAYMENT-INCIDENTS.
       COPY "PAYINCID.cpy".

       WORKING-STORAGE SECTION.

       01 CHEQUE-BOOKS-FS PIC XX.
       01 PAYMENT-INCIDENTS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-HIGHEST-SERIAL PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

       01 WS-CUSTOMER-BANNED PIC X VALUE 'N'.
       01 WS-BAN-END-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
           ACCEPT CB-PIN.
           DISPLAY "Numero de compte tire ?".
           ACCEPT CB-ACCT-NO.
           PERFORM CHECK-CHEQUE-BAN.
           IF WS-CUSTOMER-BANNED = 'Y' THEN
              DISPLAY "Interdit d'emettre des cheques jusqu'au "
                 WS-BAN-END-DATE " : chequier refuse"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE CB-SERIAL-FROM = WS-HIGHEST-SERIAL + 1.
           COMPUTE CB-SERIAL-TO =
              WS-HIGHEST-SERIAL + BOOK-LEAF-COUNT.
                 CB-SERIAL-FROM " a " CB-SERIAL-TO
           END-IF.

      *    The ban follows the customer, not the account: an
      *    incident on any of their accounts counts.
       CHECK-CHEQUE-BAN.
           MOVE 'N' TO WS-CUSTOMER-BANNED.
           MOVE 0 TO WS-BAN-END-DATE.
           OPEN INPUT PAYMENT-INCIDENTS.
           IF PAYMENT-INCIDENTS-FS NOT = "00" THEN
              CLOSE PAYMENT-INCIDENTS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE CB-PIN TO PI-PIN.
           MOVE 0 TO PI-ACCT-NO.
           MOVE 0 TO PI-SERIAL.
           START PAYMENT-INCIDENTS KEY IS >= PI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PAYMENT-INCIDENTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PI-PIN NOT = CB-PIN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PI-IS-BANNED
                             AND PI-BAN-END-DATE > WS-TODAY THEN
                          MOVE 'Y' TO WS-CUSTOMER-BANNED
                          IF PI-BAN-END-DATE > WS-BAN-END-DATE THEN
                             MOVE PI-BAN-END-DATE TO WS-BAN-END-DATE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYMENT-INCIDENTS.

       SCAN-BOOKS-FOR-MAXIMA.
           MOVE 0 TO WS-NEXT-BOOK-ID.
           MOVE 0 TO WS-HIGHEST-SERIAL.
