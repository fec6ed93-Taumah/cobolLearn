       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeIncidentDeclaration.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The payment incidents the presentment batch opens and the
      *  regularization desk closes.
           SELECT PAYMENT-INCIDENTS ASSIGN TO '../../data/chqincid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS PAYMENT-INCIDENTS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The declaration file for the central cheque register: one
      *  header, one fixed-format detail per new incident or
      *  regularization, one trailer with the counts.
           SELECT DECLARATION-FILE ASSIGN TO '../../data/fcc.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PAYMENT-INCIDENTS.
       COPY "PAYINCID.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD DECLARATION-FILE.
       01 DECLARATION-LINE PIC X(150).

       WORKING-STORAGE SECTION.

       01 PAYMENT-INCIDENTS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Our institution identifier with the Banque de France.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

       01 WS-CUSTOMER-FOUND PIC X.
       01 WS-OPERATION PIC X.
       01 WS-RECORD-CHANGED PIC X.

       01 WS-LOOKUP-MODE PIC X VALUE 'K'.
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-LOOKUP-IBAN PIC X(34).
       01 WS-LOOKUP-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

       01 WS-INCIDENT-COUNT PIC 9(5) VALUE 0.
       01 WS-REGUL-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(135) VALUE SPACES.

      *    Operation: I incident (rejet pour defaut de provision),
      *    R regularization. Regularization mode: P paid, F funds
      *    blocked, blank on an incident.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-OPERATION PIC X.
           03 WS-DTL-RIB PIC X(23).
           03 WS-DTL-LAST-NAME PIC X(20).
           03 WS-DTL-NAME PIC X(20).
           03 WS-DTL-BIRTH-DATE PIC 9(8).
           03 WS-DTL-POSTAL-CODE PIC X(5).
           03 WS-DTL-CITY PIC X(20).
           03 WS-DTL-SERIAL PIC 9(6).
           03 WS-DTL-AMOUNT PIC 9(5)V99.
           03 WS-DTL-INCIDENT-DATE PIC 9(8).
           03 WS-DTL-REGUL-MODE PIC X.
           03 WS-DTL-REGUL-DATE PIC 9(8).
           03 FILLER PIC X(22) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-INCIDENTS PIC 9(7).
           03 WS-TRL-REGULARIZATIONS PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(122) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O PAYMENT-INCIDENTS.
           IF PAYMENT-INCIDENTS-FS NOT = "00" THEN
              DISPLAY "Aucun incident de paiement a declarer"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client indisponible, pas de "
                 "declaration des incidents"
              CLOSE PAYMENT-INCIDENTS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DECLARATION-FILE.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.

           PERFORM SCAN-INCIDENTS.

           MOVE WS-INCIDENT-COUNT TO WS-TRL-INCIDENTS.
           MOVE WS-REGUL-COUNT TO WS-TRL-REGULARIZATIONS.
           MOVE WS-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH.
           MOVE WS-TRAILER-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.

           CLOSE PAYMENT-INCIDENTS.
           CLOSE CUSTOMER-MASTER.
           CLOSE DECLARATION-FILE.

           DISPLAY "Incidents cheques : " WS-INCIDENT-COUNT
              " declare(s), " WS-REGUL-COUNT " regularisation(s), "
              WS-EXPIRED-COUNT " expire(s), " WS-ORPHAN-COUNT
              " sans client".
           IF WS-ORPHAN-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    A new incident is declared once; a regularization is
      *    declared once, after its incident. An incident
      *    regularized the same day goes out as both lines. A
      *    ban whose five years have run simply lapses: the
      *    register drops it on its own.
       SCAN-INCIDENTS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PI-KEY.
           START PAYMENT-INCIDENTS KEY IS >= PI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PAYMENT-INCIDENTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM PROCESS-ONE-INCIDENT
              END-READ
           END-PERFORM.

       PROCESS-ONE-INCIDENT.
           MOVE 'N' TO WS-RECORD-CHANGED.

           IF PI-IS-BANNED AND PI-BAN-END-DATE <= WS-TODAY THEN
              MOVE 'E' TO PI-STATUS
              ADD 1 TO WS-EXPIRED-COUNT
              MOVE 'Y' TO WS-RECORD-CHANGED
           END-IF.

           IF NOT PI-INCIDENT-IS-SENT THEN
              MOVE 'I' TO WS-OPERATION
              PERFORM WRITE-DECLARATION-DETAIL
              IF WS-CUSTOMER-FOUND = 'Y' THEN
                 MOVE 'Y' TO PI-INCIDENT-SENT
                 ADD 1 TO WS-INCIDENT-COUNT
                 MOVE 'Y' TO WS-RECORD-CHANGED
              END-IF
           END-IF.

           IF PI-INCIDENT-IS-SENT AND NOT PI-REGUL-IS-SENT
                 AND (PI-IS-PAID OR PI-IS-FUNDS-BLOCKED) THEN
              MOVE 'R' TO WS-OPERATION
              PERFORM WRITE-DECLARATION-DETAIL
              IF WS-CUSTOMER-FOUND = 'Y' THEN
                 MOVE 'Y' TO PI-REGUL-SENT
                 ADD 1 TO WS-REGUL-COUNT
                 MOVE 'Y' TO WS-RECORD-CHANGED
              END-IF
           END-IF.

           IF WS-RECORD-CHANGED = 'Y' THEN
              REWRITE PAYMENT-INCIDENT-RECORD
           END-IF.

      *    A drawer missing from the customer master cannot be
      *    declared; the incident stays unsent for the next run
      *    and the run ends in error so someone looks.
       WRITE-DECLARATION-DETAIL.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           MOVE PI-PIN TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Incident " PI-PIN "-" PI-ACCT-NO "-"
                    PI-SERIAL " : client inconnu, non declare"
                 ADD 1 TO WS-ORPHAN-COUNT
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-CUSTOMER-FOUND.

           MOVE PI-PIN TO WS-LOOKUP-PIN.
           MOVE PI-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           MOVE SPACES TO WS-LOOKUP-RIB.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-LOOKUP-MODE WS-LOOKUP-PIN WS-LOOKUP-ACCT-NO
              WS-LOOKUP-IBAN WS-LOOKUP-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS NOT = 0 THEN
              MOVE SPACES TO WS-LOOKUP-RIB
           END-IF.

           MOVE WS-OPERATION TO WS-DTL-OPERATION.
           MOVE WS-LOOKUP-RIB TO WS-DTL-RIB.
           MOVE CM-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE CM-NAME TO WS-DTL-NAME.
           MOVE CM-BIRTH-DATE TO WS-DTL-BIRTH-DATE.
           MOVE CM-POSTAL-CODE TO WS-DTL-POSTAL-CODE.
           MOVE CM-CITY TO WS-DTL-CITY.
           MOVE PI-SERIAL TO WS-DTL-SERIAL.
           MOVE PI-AMOUNT TO WS-DTL-AMOUNT.
           MOVE PI-INCIDENT-DATE TO WS-DTL-INCIDENT-DATE.
           IF WS-OPERATION = 'R' THEN
              MOVE PI-STATUS TO WS-DTL-REGUL-MODE
              MOVE PI-REGUL-DATE TO WS-DTL-REGUL-DATE
           ELSE
              MOVE SPACE TO WS-DTL-REGUL-MODE
              MOVE 0 TO WS-DTL-REGUL-DATE
           END-IF.
           MOVE WS-DETAIL-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           ADD PI-AMOUNT TO WS-AMOUNT-HASH.

       END PROGRAM ChequeIncidentDeclaration.
