              RECORD KEY IS TI-PIN
              FILE STATUS IS TIER-RECORDS-FS.

           SELECT PAYMENT-INCIDENTS ASSIGN TO '../../data/chqincid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS PAYMENT-INCIDENTS-FS.

      *  Dormant balances warned of or already handed to the
      *  Caisse des Depots, for a customer asking where they went.
           SELECT UNCLAIMED-RECORDS ASSIGN TO
                 '../../data/unclaimed.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UC-KEY
              FILE STATUS IS UNCLAIMED-RECORDS-FS.

      *  Powers of attorney given on the customer's accounts, and
      *  those the customer holds on other people's.
           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

      *  Post La Poste sent back NPAI, and what is held since.
           SELECT RETURNED-MAIL ASSIGN TO '../../data/npai.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NP-CM-ID
              FILE STATUS IS RETURNED-MAIL-FS.

           SELECT HOLD-MAIL ASSIGN TO '../../data/holdmail.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-ID
              ALTERNATE RECORD KEY IS HM-CM-ID WITH DUPLICATES
              FILE STATUS IS HOLD-MAIL-FS.

      *  Complaints still awaiting their answer, so whoever the
      *  customer speaks to knows there is one in hand.
           SELECT COMPLAINTS ASSIGN TO '../../data/complaint.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-ID
              ALTERNATE RECORD KEY IS CP-CM-ID WITH DUPLICATES
              FILE STATUS IS COMPLAINTS-FS.

      *  A consultation made for a proxy is logged under the
      *  proxy's own number, in the login-audit style.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TIER-RECORDS.
       COPY "TIERREC.cpy".

       FD PAYMENT-INCIDENTS.
       COPY "PAYINCID.cpy".

       FD UNCLAIMED-RECORDS.
       COPY "UNCLAIMED.cpy".

       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       FD RETURNED-MAIL.
       COPY "RETMAIL.cpy".

       FD HOLD-MAIL.
       COPY "HOLDMAIL.cpy".

       FD COMPLAINTS.
       COPY "COMPLAINT.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 TIER-RECORDS-FS PIC XX.
       01 PAYMENT-INCIDENTS-FS PIC XX.
       01 UNCLAIMED-RECORDS-FS PIC XX.
       01 PROXY-RECORDS-FS PIC XX.
       01 RETURNED-MAIL-FS PIC XX.
       01 HOLD-MAIL-FS PIC XX.
       01 COMPLAINTS-FS PIC XX.
       01 WS-HELD-MAIL-COUNT PIC 9(4) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-LOAN-COUNT PIC 9(2) VALUE 0.
       01 WS-TD-COUNT PIC 9(2) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(2) VALUE 0.
       01 WS-INCIDENT-COUNT PIC 9(2) VALUE 0.
       01 WS-PROXY-COUNT PIC 9(2) VALUE 0.
       01 WS-COMPLAINT-COUNT PIC 9(2) VALUE 0.

      *  Zero when the teller consults for the bank or the holder;
      *  otherwise the proxy asking, who sees only the accounts a
      *  mandate in force lets them consult.
       01 WS-PROXY-ID PIC 9(4) VALUE 0.
       01 WS-ANY-ACCOUNT PIC 9(2) VALUE 0.
       01 WS-CONSULT-SCOPE PIC X VALUE 'C'.
       01 WS-NO-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-PROXY-RESULT PIC X.
           88 WS-PROXY-ALLOWED VALUE 'O'.
       01 WS-PROXY-SCOPE PIC X.
       01 WS-PROXY-LIMIT PIC 9(7)V99.
       01 WS-PROXY-DOC-REF PIC X(20).

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
           PERFORM WITH TEST AFTER UNTIL NOT WS-ANSWER-AGAIN
              DISPLAY "Numero client (CM-ID) ?"
              ACCEPT WS-INQUIRY-ID
              DISPLAY "Demande d'un mandataire (numero client, "
                 "0 sinon) ?"
              ACCEPT WS-PROXY-ID
              CALL "RecordAccessLog" USING BY REFERENCE
                 WS-OPERATOR-ID WS-INQUIRY-ID WS-AUDIT-PROGRAM
              IF WS-PROXY-ID = 0 THEN
                 PERFORM SHOW-ONE-CUSTOMER
              ELSE
                 PERFORM SHOW-FOR-PROXY
              END-IF
              DISPLAY "Autre consultation (O/N) ?"
              ACCEPT WS-ANSWER
           END-PERFORM.
              "  KYC " CM-KYC-STATUS.
           CLOSE CUSTOMER-MASTER.

           PERFORM SHOW-RETURNED-MAIL.
           PERFORM SHOW-OPEN-COMPLAINTS.
           PERFORM SHOW-TIER.
           PERFORM SHOW-ACCOUNTS.
           PERFORM SHOW-UNCLAIMED-BALANCES.
           PERFORM SHOW-PROXIES.
           PERFORM SHOW-HOLDS.
           PERFORM SHOW-CHEQUE-BAN.
           PERFORM SHOW-CARDS.
           PERFORM SHOW-LOANS.
           PERFORM SHOW-TERM-DEPOSITS.
           DISPLAY "================================================".

      *    The address above no longer reaches the customer: the
      *    teller is prompted to take a new one while they are here.
       SHOW-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL.
           IF RETURNED-MAIL-FS NOT = "00" THEN
              CLOSE RETURNED-MAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-ID TO NP-CM-ID.
           READ RETURNED-MAIL
              INVALID KEY
                 MOVE 'C' TO NP-STATUS
           END-READ.
           CLOSE RETURNED-MAIL.
           IF NOT NP-IS-UNDELIVERABLE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-HELD-MAIL-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HOLD-MAIL.
           IF HOLD-MAIL-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-INQUIRY-ID TO HM-CM-ID
              START HOLD-MAIL KEY IS = HM-CM-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF HM-CM-ID NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF HM-IS-HELD THEN
                          ADD 1 TO WS-HELD-MAIL-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOLD-MAIL.

           DISPLAY "  *** ADRESSE NPAI depuis le " NP-FIRST-RETURN-DATE
              " (" NP-RETURN-COUNT " retour(s)) ***".
           DISPLAY "  *** " WS-HELD-MAIL-COUNT " pli(s) retenu(s) : "
              "recueillir une nouvelle adresse ***".

       SHOW-OPEN-COMPLAINTS.
           MOVE 0 TO WS-COMPLAINT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COMPLAINTS.
           IF COMPLAINTS-FS NOT = "00" THEN
              CLOSE COMPLAINTS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-ID TO CP-CM-ID.
           START COMPLAINTS KEY IS = CP-CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COMPLAINTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CP-CM-ID NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CP-IS-OPEN THEN
                          ADD 1 TO WS-COMPLAINT-COUNT
                          DISPLAY "  *** RECLAMATION " CP-ID
                             " du " CP-RECEIVED-DATE
                             " motif " CP-CATEGORY
                             " reponse due " CP-ANSWER-DUE-DATE
                             " suivie par " CP-ASSIGNED-TO " ***"
                          DISPLAY "      " CP-SUMMARY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPLAINTS.

       SHOW-TIER.
           OPEN INPUT TIER-RECORDS.
           IF TIER-RECORDS-FS NOT = "00" THEN
              DISPLAY "  Aucun compte"
           END-IF.

      *    A transferred account has left the live file, so this
      *    register is the only place the teller can find it.
       SHOW-UNCLAIMED-BALANCES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT UNCLAIMED-RECORDS.
           IF UNCLAIMED-RECORDS-FS NOT = "00" THEN
              CLOSE UNCLAIMED-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-ID TO UC-PIN.
           MOVE 0 TO UC-ACCT-NO.
           START UNCLAIMED-RECORDS KEY IS >= UC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ UNCLAIMED-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF UC-PIN NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       EVALUATE TRUE
                          WHEN UC-IS-TRANSFERRED
                             DISPLAY "  VERSE A LA CDC compte "
                                UC-ACCT-NO " le " UC-TRANSFER-DATE
                                " montant " UC-AMOUNT " "
                                UC-CURRENCY " ref " UC-TRAN-REF
                          WHEN UC-IS-WARNED
                             DISPLAY "  PREAVIS CDC compte "
                                UC-ACCT-NO " envoye le "
                                UC-WARNED-DATE " versement le "
                                UC-DUE-DATE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE UNCLAIMED-RECORDS.

      *    Both directions: who may act on this customer's accounts,
      *    and whose accounts this customer may act on.
       SHOW-PROXIES.
           MOVE 0 TO WS-PROXY-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              CLOSE PROXY-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-ID TO PX-PIN.
           MOVE 0 TO PX-ACCT-NO.
           MOVE 0 TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS >= PX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PIN NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PX-IS-ACTIVE THEN
                          ADD 1 TO WS-PROXY-COUNT
                          DISPLAY "  PROCURATION compte " PX-ACCT-NO
                             " a " PX-PROXY-ID " portee " PX-SCOPE
                             " plafond " PX-WITHDRAW-LIMIT
                             " du " PX-VALID-FROM " au "
                             PX-VALID-TO " mandat " PX-DOCUMENT-REF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           MOVE WS-INQUIRY-ID TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS = PX-PROXY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PROXY-ID NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PX-IS-ACTIVE THEN
                          ADD 1 TO WS-PROXY-COUNT
                          DISPLAY "  MANDATAIRE sur compte " PX-PIN
                             "-" PX-ACCT-NO " portee " PX-SCOPE
                             " plafond " PX-WITHDRAW-LIMIT
                             " du " PX-VALID-FROM " au "
                             PX-VALID-TO " mandat " PX-DOCUMENT-REF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROXY-RECORDS.

      *    A proxy is shown the accounts their mandates cover and
      *    nothing else of the holder's file, and only while a
      *    mandate is in force; the consultation goes on the audit
      *    under the proxy's number.
       SHOW-FOR-PROXY.
           CALL "CheckProxyMandate" USING BY REFERENCE WS-PROXY-ID
              WS-INQUIRY-ID WS-ANY-ACCOUNT WS-CONSULT-SCOPE
              WS-NO-AMOUNT WS-TODAY WS-PROXY-RESULT WS-PROXY-SCOPE
              WS-PROXY-LIMIT WS-PROXY-DOC-REF.
           IF NOT WS-PROXY-ALLOWED THEN
              DISPLAY "Refuse : " WS-PROXY-ID " n'a aucune "
                 "procuration en vigueur sur les comptes de "
                 WS-INQUIRY-ID
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "C360 CONSULT client=" WS-INQUIRY-ID
              " mandataire=" WS-PROXY-ID
              " operateur=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROXY-RECORDS.
           OPEN INPUT BANK-RECORDS.
           MOVE WS-INQUIRY-ID TO PX-PIN.
           MOVE 0 TO PX-ACCT-NO.
           MOVE 0 TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS >= PX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           DISPLAY "================================================".
           DISPLAY "CLIENT " WS-INQUIRY-ID " consulte pour le "
              "mandataire " WS-PROXY-ID.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PIN NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PX-PROXY-ID = WS-PROXY-ID
                             AND PX-IS-ACTIVE
                             AND PX-VALID-FROM NOT > WS-TODAY
                             AND (PX-VALID-TO = 0
                                OR PX-VALID-TO NOT < WS-TODAY) THEN
                          PERFORM SHOW-PROXY-ACCOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROXY-RECORDS.
           CLOSE BANK-RECORDS.
           DISPLAY "================================================".

       SHOW-PROXY-ACCOUNT.
           MOVE PX-PIN TO RCD-PIN.
           MOVE PX-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCOUNT-COUNT.
           DISPLAY "  Compte " RCD-ACCT-NO
              " type " RCD-ACCT-TYPE
              " statut " RCD-STATUS
              " solde " RCD-AMMOUNT " " RCD-CURRENCY
              " (procuration " PX-SCOPE ")".

       SHOW-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-EOF.
           END-PERFORM.
           CLOSE FREEZE-RECORDS.

      *    Only incidents still in force: a regularized or expired
      *    one no longer bars the customer.
       SHOW-CHEQUE-BAN.
           MOVE 0 TO WS-INCIDENT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAYMENT-INCIDENTS.
           IF PAYMENT-INCIDENTS-FS NOT = "00" THEN
              CLOSE PAYMENT-INCIDENTS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-ID TO PI-PIN.
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
                    IF PI-PIN NOT = WS-INQUIRY-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PI-IS-BANNED
                             AND PI-BAN-END-DATE > WS-TODAY THEN
                          ADD 1 TO WS-INCIDENT-COUNT
                          DISPLAY "  INTERDIT CHEQUIER : cheque "
                             PI-SERIAL " compte " PI-ACCT-NO
                             " montant " PI-AMOUNT
                             " jusqu'au " PI-BAN-END-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYMENT-INCIDENTS.

       SHOW-CARDS.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE 'N' TO WS-EOF.
