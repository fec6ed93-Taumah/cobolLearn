       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwitchingImport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The old banks' answers to our switching requests, as
      *  delivered by the interbank switching service.
           SELECT SWITCH-IN ASSIGN TO WS-SWITCH-IN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SWITCH-IN-FS.

           SELECT SWITCH-CASES ASSIGN TO '../../data/switch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-ID
              FILE STATUS IS SWITCH-CASES-FS.

           SELECT STANDING-ORDERS ASSIGN TO '../../data/standord.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-ID
              FILE STATUS IS STANDING-ORDERS-FS.

           SELECT MANDATE-RECORDS ASSIGN TO '../../data/mandate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-ID
              FILE STATUS IS MANDATE-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The letters to the creditors and payers giving them the
      *  new account, for the print room to cut and mail. They go
      *  to third parties, not to our customer, so the returned-
      *  mail register does not apply.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  What was set up tonight, and every line refused, for the
      *  switching desk to review in the morning.
           SELECT SWITCH-REPORT ASSIGN TO '../../data/switchrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SWITCH-IN.
       COPY "SWITCHIN.cpy".

       FD SWITCH-CASES.
       COPY "SWITCHCASE.cpy".

       FD STANDING-ORDERS.
       COPY "STANDORD.cpy".

       FD MANDATE-RECORDS.
       COPY "MANDATREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD SWITCH-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCH-IN-FS PIC XX.
       01 SWITCH-CASES-FS PIC XX.
       01 STANDING-ORDERS-FS PIC XX.
       01 MANDATE-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SO-EOF PIC X VALUE 'N'.
       01 WS-MD-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.

      *  The orders and mandates set up, and the payers told,
      *  within five working days of the old bank's list.
       01 SETUP-WORKING-DAYS PIC 9(2) VALUE 5.
       01 WS-DAYS-TO-ADD PIC 9(2).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-NEXT-DAY PIC 9(8).

       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-ORDER-COUNT PIC 9(5) VALUE 0.
       01 WS-MANDATE-COUNT PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-LATE-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-REASON PIC X(30).

       01 WS-NEXT-SO-ID PIC 9(6).
       01 WS-NEXT-MANDATE-ID PIC 9(6).

      *  The payee's IBAN as checked, and whether it is an
      *  account on our own books.
       01 WS-PARTY-IBAN PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-IDENT-MODE PIC X VALUE 'I'.
       01 WS-IDENT-PIN PIC 9(4).
       01 WS-IDENT-ACCT-NO PIC 9(2).
       01 WS-IDENT-RIB PIC X(23).
       01 WS-IDENT-STATUS PIC 9.

      *  A monthly order whose day has already gone by at the
      *  old bank starts here on the same day of a later month.
       01 WS-ORDER-DATE.
           03 WS-OD-YEAR PIC 9(4).
           03 WS-OD-MONTH PIC 9(2).
           03 WS-OD-DAY PIC 9(2).
       01 WS-ORDER-DATE-N REDEFINES WS-ORDER-DATE PIC 9(8).

       01 WS-CUSTOMER-NAME PIC X(41).
       01 WS-AMOUNT-EDIT PIC ZZZZ9,99.

      *  The processed-files register: one entry per delivery of
      *  this interface, keyed by date and sequence, so the same
      *  file presented twice is refused before a row is applied.
       01 WS-REG-INTERFACE PIC X(8) VALUE 'MOBILITE'.
       01 WS-REG-DATE PIC 9(8).
       01 WS-REG-SEQ PIC 9(6) VALUE 1.
       01 WS-REG-SEQ-RAW PIC X(6) VALUE SPACES.
       01 WS-REG-COUNT PIC 9(7) VALUE 0.
       01 WS-REG-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

       01 WS-SWITCH-IN-PATH PIC X(100)
           VALUE "../../data/switchin.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-SWITCH-IN-PATH FROM ENVIRONMENT "SWITCH_IN_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT SWITCH-IN.
           IF SWITCH-IN-FS NOT = "00" THEN
              DISPLAY "Aucun fichier de mobilite a charger"
              STOP RUN
           END-IF.

           OPEN I-O SWITCH-CASES.
           IF SWITCH-CASES-FS NOT = "00" THEN
              DISPLAY "Aucun dossier de mobilite ouvert, "
                 "chargement impossible"
              CLOSE SWITCH-CASES
              CLOSE SWITCH-IN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-ORDERS.
           PERFORM OPEN-OR-CREATE-MANDATES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF.

      *    Reserved only once every precondition holds: a run
      *    that dies on a missing master must stay retryable,
      *    not already registered with nothing set up.
           PERFORM REGISTER-THIS-FILE.

           OPEN EXTEND STATEMENT-DOCS.
           OPEN OUTPUT SWITCH-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MOBILITE BANCAIRE - REPRISE DES OPERATIONS "
              WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
              READ SWITCH-IN
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SI-IS-TRAILER THEN
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE ST-COUNT TO WS-TRAILER-COUNT
                    ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       PERFORM LOAD-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE SWITCH-IN.
           CLOSE SWITCH-CASES.
           CLOSE STANDING-ORDERS.
           CLOSE MANDATE-RECORDS.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE SWITCH-REPORT.

           MOVE WS-DETAIL-COUNT TO WS-REG-COUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           DISPLAY "Mobilite : " WS-ORDER-COUNT " ordre(s), "
              WS-MANDATE-COUNT " mandat(s), " WS-LETTER-COUNT
              " lettre(s), " WS-REJECT-COUNT " rejet(s)".
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    standord.dat and mandate.dat may not exist yet; the
      *    first order or mandate set up creates them.
       OPEN-OR-CREATE-ORDERS.
           OPEN I-O STANDING-ORDERS.
           IF STANDING-ORDERS-FS = "35" THEN
              CLOSE STANDING-ORDERS
              OPEN OUTPUT STANDING-ORDERS
              CLOSE STANDING-ORDERS
              OPEN I-O STANDING-ORDERS
           END-IF.

       OPEN-OR-CREATE-MANDATES.
           OPEN I-O MANDATE-RECORDS.
           IF MANDATE-RECORDS-FS = "35" THEN
              CLOSE MANDATE-RECORDS
              OPEN OUTPUT MANDATE-RECORDS
              CLOSE MANDATE-RECORDS
              OPEN I-O MANDATE-RECORDS
           END-IF.

      *    The register is consulted and reserved before anything
      *    is applied; an exact re-presentation stops here, a
      *    skipped sequence number is called out loudly.
       REGISTER-THIS-FILE.
           ACCEPT WS-REG-SEQ-RAW FROM ENVIRONMENT "MOBILITE_SEQ"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-REG-SEQ-RAW IS NUMERIC THEN
              MOVE WS-REG-SEQ-RAW TO WS-REG-SEQ
           END-IF.
           MOVE WS-TODAY TO WS-REG-DATE.
           MOVE 'C' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.
           IF WS-REG-STATUS = 1 THEN
              DISPLAY "FICHIER DEJA TRAITE (sequence " WS-REG-SEQ
                 "), chargement refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REG-STATUS = 2 THEN
              DISPLAY "ALERTE : trou dans les numeros de sequence "
                 "de cette interface"
           END-IF.

       FINALIZE-FILE-REGISTER.
           MOVE 'F' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.

      *    Each line lands on the case it quotes. A case kept
      *    without closing the old account completes with its
      *    set-up, so the later lines of the same file still land
      *    on it that day.
       LOAD-ONE-ITEM.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SI-CASE-ID TO SW-ID.
           READ SWITCH-CASES
              INVALID KEY
                 MOVE "DOSSIER INCONNU" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES THEN
              IF SW-IS-ABANDONED
                    OR (NOT SW-IS-OPEN
                        AND SW-SETUP-DATE NOT = WS-TODAY) THEN
                 MOVE "DOSSIER CLOS OU ABANDONNE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM WRITE-ONE-REJECT
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN SI-IS-STANDING-ORDER
                 PERFORM CREATE-SWITCHED-ORDER
              WHEN SI-IS-MANDATE
                 PERFORM CREATE-SWITCHED-MANDATE
              WHEN SI-IS-REGULAR-CREDIT
                 IF SI-PARTY-NAME = SPACES THEN
                    MOVE "EMETTEUR NON IDENTIFIE" TO WS-REJECT-REASON
                 ELSE
                    PERFORM WRITE-PAYER-LETTER
                 END-IF
              WHEN OTHER
                 MOVE "TYPE DE LIGNE INCONNU" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM WRITE-ONE-REJECT
              EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-CASE-SET-UP.

      *    The list's arrival starts our own five working days;
      *    the orders and mandates are set up and the letters cut
      *    the night it arrives.
       MARK-CASE-SET-UP.
           IF SW-LIST-DATE = 0 THEN
              MOVE WS-TODAY TO SW-LIST-DATE
              MOVE WS-TODAY TO WS-FROM-DATE
              MOVE SETUP-WORKING-DAYS TO WS-DAYS-TO-ADD
              PERFORM ADD-WORKING-DAYS
              MOVE WS-DUE-DATE TO SW-SETUP-DUE-DATE
              IF SW-LIST-DUE-DATE NOT = 0
                    AND WS-TODAY > SW-LIST-DUE-DATE THEN
                 ADD 1 TO WS-LATE-LIST-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "LISTE HORS DELAI dossier=" SW-ID
                    " banque=" SW-OLD-BANK
                    " attendue le " SW-LIST-DUE-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-IF.
           MOVE WS-TODAY TO SW-SETUP-DATE.
           IF SW-CLOSE-DATE = 0 THEN
              MOVE 'C' TO SW-STATUS
           ELSE
              MOVE 'R' TO SW-STATUS
           END-IF.
           REWRITE SWITCH-CASE-RECORD.

      *    A payee whose IBAN is one of ours is paid by internal
      *    transfer; anyone else through the outward queue.
       CREATE-SWITCHED-ORDER.
           IF SI-AMOUNT IS NOT NUMERIC OR SI-AMOUNT = 0 THEN
              MOVE "MONTANT INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SI-FREQUENCY NOT = 'M' AND SI-FREQUENCY NOT = 'O' THEN
              MOVE "FREQUENCE INCONNUE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SI-NEXT-DATE IS NOT NUMERIC OR SI-NEXT-DATE = 0 THEN
              MOVE "DATE D'ECHEANCE INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SI-PARTY-IBAN TO WS-PARTY-IBAN.
           MOVE 'V' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE WS-PARTY-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              MOVE "IBAN BENEFICIAIRE INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           INSPECT WS-PARTY-IBAN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SI-NEXT-DATE TO WS-ORDER-DATE-N.
           IF WS-ORDER-DATE-N < WS-TODAY THEN
              IF SI-FREQUENCY = 'O' THEN
                 MOVE "ORDRE UNIQUE DEJA ECHU" TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-ORDER-DATE-N >= WS-TODAY
                 IF WS-OD-MONTH = 12 THEN
                    MOVE 1 TO WS-OD-MONTH
                    ADD 1 TO WS-OD-YEAR
                 ELSE
                    ADD 1 TO WS-OD-MONTH
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM FIND-NEXT-SO-ID.
           MOVE WS-NEXT-SO-ID TO SO-ID.
           MOVE SW-PIN TO SO-PIN.
           MOVE SW-ACCT-NO TO SO-ACCT-NO.
           MOVE 'I' TO WS-IDENT-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-IDENT-MODE WS-IDENT-PIN WS-IDENT-ACCT-NO
              WS-PARTY-IBAN WS-IDENT-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS = 0 THEN
              MOVE WS-IDENT-PIN TO SO-DEST-PIN
              MOVE WS-IDENT-ACCT-NO TO SO-DEST-ACCT-NO
              MOVE SPACES TO SO-DEST-IBAN
           ELSE
              MOVE 0 TO SO-DEST-PIN
              MOVE 0 TO SO-DEST-ACCT-NO
              MOVE WS-PARTY-IBAN TO SO-DEST-IBAN
           END-IF.
           MOVE SI-AMOUNT TO SO-AMOUNT.
           MOVE SI-FREQUENCY TO SO-FREQUENCY.
           MOVE WS-ORDER-DATE-N TO SO-NEXT-DATE.
           MOVE 'A' TO SO-STATUS.
           WRITE STANDING-ORDER-RECORD
              INVALID KEY
                 MOVE "ENREGISTREMENT ORDRE IMPOSSIBLE"
                    TO WS-REJECT-REASON
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-ORDER-COUNT.
           ADD 1 TO SW-ORDER-COUNT.
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDRE dossier=" SW-ID
              " ordre=" SO-ID
              " montant=" WS-AMOUNT-EDIT
              " freq=" SO-FREQUENCY
              " " WS-PARTY-IBAN
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The mandate keeps the date the customer first signed
      *    it; only the account it is collected from changes.
       CREATE-SWITCHED-MANDATE.
           IF SI-CREDITOR-ID = SPACES THEN
              MOVE "CREANCIER NON IDENTIFIE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-MANDATE-ID.
           MOVE WS-NEXT-MANDATE-ID TO MD-ID.
           MOVE SI-CREDITOR-ID TO MD-CREDITOR-ID.
           MOVE SI-PARTY-NAME TO MD-CREDITOR-NAME.
           MOVE SW-PIN TO MD-PIN.
           MOVE SW-ACCT-NO TO MD-ACCT-NO.
           IF SI-SIGNATURE-DATE IS NUMERIC
                 AND SI-SIGNATURE-DATE NOT = 0 THEN
              MOVE SI-SIGNATURE-DATE TO MD-SIGNATURE-DATE
           ELSE
              MOVE SW-SIGNED-DATE TO MD-SIGNATURE-DATE
           END-IF.
           MOVE 'A' TO MD-STATUS.
           WRITE MANDATE-RECORD
              INVALID KEY
                 MOVE "ENREGISTREMENT MANDAT IMPOSSIBLE"
                    TO WS-REJECT-REASON
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-MANDATE-COUNT.
           ADD 1 TO SW-MANDATE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MANDAT dossier=" SW-ID
              " mandat=" MD-ID
              " creancier=" MD-CREDITOR-ID
              " " MD-CREDITOR-NAME
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-PAYER-LETTER.

      *    One letter per creditor or payer: who the customer is,
      *    the account to use from now on, and the one it
      *    replaces.
       WRITE-PAYER-LETTER.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           IF WS-CUSTOMERS-OPEN = 'Y' THEN
              MOVE SW-CM-ID TO CM-ID
              READ CUSTOMER-MASTER
                 NOT INVALID KEY
                    STRING CM-NAME DELIMITED BY "  "
                       " " CM-LAST-NAME DELIMITED BY "  "
                       INTO WS-CUSTOMER-NAME
                    END-STRING
              END-READ
           END-IF.

           MOVE SPACES TO DOC-LINE.
           STRING "MOBILITE BANCAIRE - DOSSIER " SW-ID
              " le " WS-TODAY
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING SI-PARTY-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           IF SI-PARTY-ADDRESS NOT = SPACES THEN
              MOVE SPACES TO DOC-LINE
              STRING SI-PARTY-ADDRESS
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              WRITE DOC-LINE
              MOVE SPACES TO DOC-LINE
              STRING SI-PARTY-POSTAL-CODE " " SI-PARTY-CITY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              WRITE DOC-LINE
           END-IF.

           MOVE "  Objet : changement de coordonnees bancaires"
              TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  A la demande de notre client " WS-CUSTOMER-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           IF SI-IS-MANDATE THEN
              MOVE SPACES TO DOC-LINE
              STRING "  (mandat de prelevement " SI-CREDITOR-ID
                 "), merci de presenter vos prelevements"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              MOVE "  merci d'adresser desormais vos virements"
                 TO DOC-LINE
           END-IF.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  sur le compte IBAN " SW-NEW-IBAN
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  en remplacement de l'IBAN " SW-OLD-IBAN
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO SW-LETTER-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING "LETTRE dossier=" SW-ID
              " type=" SI-TYPE
              " a " SI-PARTY-NAME
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJET ligne " WS-DETAIL-COUNT
              " dossier=" SI-CASE-ID
              " type=" SI-TYPE
              " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "LUS=" WS-DETAIL-COUNT
              " ORDRES=" WS-ORDER-COUNT
              " MANDATS=" WS-MANDATE-COUNT
              " LETTRES=" WS-LETTER-COUNT
              " REJETS=" WS-REJECT-COUNT
              " LISTES EN RETARD=" WS-LATE-LIST-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-TRAILER-SEEN = 'N' THEN
              MOVE "ANOMALIE : PAS DE LIGNE DE TOTAL DANS LE FICHIER"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT THEN
                 STRING "ANOMALIE : TOTAL ANNONCE " WS-TRAILER-COUNT
                    " NE CADRE PAS AVEC " WS-DETAIL-COUNT
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "CONTROLE OK : TOTAUX CONFORMES AU FICHIER"
                    TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

      *    The start date carried to the first day the bank is
      *    open, then that many times the next calendar day
      *    carried forward the same way.
       ADD-WORKING-DAYS.
           CALL "NextWorkingDay" USING BY REFERENCE WS-FROM-DATE
              WS-DUE-DATE.
           PERFORM WS-DAYS-TO-ADD TIMES
              COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1)
              CALL "NextWorkingDay" USING BY REFERENCE WS-NEXT-DAY
                 WS-DUE-DATE
           END-PERFORM.

       FIND-NEXT-SO-ID.
           MOVE 0 TO WS-NEXT-SO-ID.
           MOVE 'N' TO WS-SO-EOF.
           MOVE 0 TO SO-ID.
           START STANDING-ORDERS KEY IS > SO-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = 'Y'
              READ STANDING-ORDERS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SO-EOF
                 NOT AT END
                    MOVE SO-ID TO WS-NEXT-SO-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SO-ID.

       FIND-NEXT-MANDATE-ID.
           MOVE 0 TO WS-NEXT-MANDATE-ID.
           MOVE 'N' TO WS-MD-EOF.
           MOVE 0 TO MD-ID.
           START MANDATE-RECORDS KEY IS > MD-ID
              INVALID KEY
                 MOVE 'Y' TO WS-MD-EOF
           END-START.
           PERFORM UNTIL WS-MD-EOF = 'Y'
              READ MANDATE-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-MD-EOF
                 NOT AT END
                    MOVE MD-ID TO WS-NEXT-MANDATE-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-MANDATE-ID.

       END PROGRAM SwitchingImport.
