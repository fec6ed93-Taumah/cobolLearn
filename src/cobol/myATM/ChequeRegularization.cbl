       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeRegularization.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-INCIDENTS ASSIGN TO '../../data/chqincid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS PAYMENT-INCIDENTS-FS.

      *  Funds blocked for the payee sit as a hold on the drawer's
      *  account, the same register the legal holds use, so every
      *  debit path already leaves them alone.
           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

           SELECT FREEZE-LOG ASSIGN TO '../../data/freezelog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PAYMENT-INCIDENTS.
       COPY "PAYINCID.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD FREEZE-LOG.
       01 FREEZE-LOG-LINE PIC X(110).

       WORKING-STORAGE SECTION.

       01 PAYMENT-INCIDENTS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-PAID VALUE 2.
           88 WS-MENU-BLOCK VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-INQUIRY-PIN PIC 9(4).
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-STILL-BANNED PIC 9(3) VALUE 0.
       01 WS-INCIDENT-FOUND PIC X.
       01 WS-HOLD-FOUND PIC X.

      *  The shared availability engine's answer for the drawer.
       01 WS-AVAIL-REASON PIC 9.
       01 WS-AVAILABLE PIC S9(8)V99.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O PAYMENT-INCIDENTS.
           IF PAYMENT-INCIDENTS-FS NOT = "00" THEN
              DISPLAY "Aucun incident de paiement enregistre"
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-REGUL-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-CUSTOMER-INCIDENTS
                 WHEN WS-MENU-PAID
                    PERFORM RECORD-CHEQUE-PAID
                 WHEN WS-MENU-BLOCK
                    PERFORM RECORD-FUNDS-BLOCKED
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE PAYMENT-INCIDENTS.
           DISPLAY "Fin des regularisations".
           STOP RUN.

       DISPLAY-REGUL-MENU.
           DISPLAY "=== Regularisation des incidents cheques ===".
           DISPLAY "1. Incidents d'un client".
           DISPLAY "2. Cheque paye au beneficiaire".
           DISPLAY "3. Blocage de la provision".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       LIST-CUSTOMER-INCIDENTS.
           DISPLAY "PIN du client ?".
           ACCEPT WS-INQUIRY-PIN.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-INQUIRY-PIN TO PI-PIN.
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
                    IF PI-PIN NOT = WS-INQUIRY-PIN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  Cheque " PI-SERIAL
                          " compte " PI-PIN "-" PI-ACCT-NO
                          " montant " PI-AMOUNT
                          " rejete le " PI-INCIDENT-DATE
                          " statut " PI-STATUS
                          " fin " PI-BAN-END-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun incident pour ce client"
           END-IF.

      *    The drawer shows the cheque leaf back from the payee,
      *    or the payee's receipt.
       RECORD-CHEQUE-PAID.
           PERFORM FETCH-BANNED-INCIDENT.
           IF WS-INCIDENT-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO PI-STATUS.
           PERFORM SAVE-REGULARIZATION.

      *    The amount is set aside on the account for the payee for
      *    one year. It must be available now, and the account must
      *    not already carry a hold: the register keeps only one
      *    per account, and a court's order is not to be
      *    overwritten.
       RECORD-FUNDS-BLOCKED.
           PERFORM FETCH-BANNED-INCIDENT.
           IF WS-INCIDENT-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           CALL "FundsAvailability" USING BY REFERENCE
              PI-PIN PI-ACCT-NO PI-AMOUNT WS-AVAILABLE
              WS-AVAIL-REASON.
           IF WS-AVAIL-REASON NOT = 0 AND WS-AVAIL-REASON NOT = 4
              THEN
              DISPLAY "Provision insuffisante (disponible "
                 WS-AVAILABLE "), blocage impossible"
              EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-OR-CREATE-FREEZE-RECORDS.
           MOVE 'N' TO WS-HOLD-FOUND.
           MOVE PI-PIN TO FZ-PIN.
           MOVE PI-ACCT-NO TO FZ-ACCT-NO.
           READ FREEZE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FZ-IS-ACTIVE THEN
                    MOVE 'Y' TO WS-HOLD-FOUND
                 END-IF
           END-READ.
           IF WS-HOLD-FOUND = 'Y' THEN
              DISPLAY "Une saisie est deja posee sur ce compte : "
                 "regulariser par paiement"
              CLOSE FREEZE-RECORDS
              EXIT PARAGRAPH
           END-IF.

           MOVE PI-PIN TO FZ-PIN.
           MOVE PI-ACCT-NO TO FZ-ACCT-NO.
           MOVE "PCHQ" TO FZ-REASON-CODE.
           MOVE "PROVISION CHEQUE" TO FZ-AUTHORITY.
           MOVE WS-TODAY TO FZ-EFFECTIVE-DATE.
           COMPUTE FZ-EXPIRY-DATE = WS-TODAY + 10000.
           IF FZ-EXPIRY-DATE(5:4) = "0229" THEN
              MOVE "0228" TO FZ-EXPIRY-DATE(5:4)
           END-IF.
           MOVE PI-AMOUNT TO FZ-HELD-AMOUNT.
           MOVE 'A' TO FZ-STATUS.
           WRITE FREEZE-RECORD
              INVALID KEY
                 REWRITE FREEZE-RECORD
           END-WRITE.
           IF FREEZE-RECORDS-FS NOT = "00" THEN
              DISPLAY "Blocage impossible, statut "
                 FREEZE-RECORDS-FS
              CLOSE FREEZE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOG-FUNDS-BLOCKED.
           CLOSE FREEZE-RECORDS.

           MOVE 'F' TO PI-STATUS.
           PERFORM SAVE-REGULARIZATION.

       FETCH-BANNED-INCIDENT.
           MOVE 'N' TO WS-INCIDENT-FOUND.
           DISPLAY "PIN du compte tire ?".
           ACCEPT PI-PIN.
           DISPLAY "Numero de compte tire ?".
           ACCEPT PI-ACCT-NO.
           DISPLAY "Serie du cheque ?".
           ACCEPT PI-SERIAL.
           READ PAYMENT-INCIDENTS
              INVALID KEY
                 DISPLAY "Aucun incident sur ce cheque"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PI-IS-BANNED THEN
              DISPLAY "Incident deja clos, statut " PI-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-INCIDENT-FOUND.

      *    The ban lifts only when no other incident of the
      *    customer is still in force.
       SAVE-REGULARIZATION.
           MOVE WS-TODAY TO PI-REGUL-DATE.
           MOVE WS-OPERATOR-ID TO PI-REGUL-BY.
           MOVE 'N' TO PI-REGUL-SENT.
           REWRITE PAYMENT-INCIDENT-RECORD
              INVALID KEY
                 DISPLAY "Mise a jour impossible, statut "
                    PAYMENT-INCIDENTS-FS
                 EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "Incident regularise sur le cheque " PI-SERIAL.

           MOVE PI-PIN TO WS-INQUIRY-PIN.
           MOVE 0 TO WS-STILL-BANNED.
           MOVE 'N' TO WS-EOF.
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
                    IF PI-PIN NOT = WS-INQUIRY-PIN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PI-IS-BANNED
                             AND PI-BAN-END-DATE > WS-TODAY THEN
                          ADD 1 TO WS-STILL-BANNED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-STILL-BANNED = 0 THEN
              DISPLAY "Interdiction levee : le client peut de "
                 "nouveau recevoir un chequier"
           ELSE
              DISPLAY "Interdiction maintenue : " WS-STILL-BANNED
                 " autre(s) incident(s) en cours"
           END-IF.

       OPEN-OR-CREATE-FREEZE-RECORDS.
           OPEN I-O FREEZE-RECORDS.
           IF FREEZE-RECORDS-FS = "35" THEN
              CLOSE FREEZE-RECORDS
              OPEN OUTPUT FREEZE-RECORDS
              CLOSE FREEZE-RECORDS
              OPEN I-O FREEZE-RECORDS
           END-IF.

       LOG-FUNDS-BLOCKED.
           OPEN EXTEND FREEZE-LOG.
           MOVE SPACES TO FREEZE-LOG-LINE.
           STRING "POSE compte=" FZ-PIN "-" FZ-ACCT-NO
              " motif=" FZ-REASON-CODE
              " autorite=" FZ-AUTHORITY
              " retenu=" FZ-HELD-AMOUNT
              " operateur=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO FREEZE-LOG-LINE
           END-STRING.
           WRITE FREEZE-LOG-LINE.
           CLOSE FREEZE-LOG.

       END PROGRAM ChequeRegularization.
