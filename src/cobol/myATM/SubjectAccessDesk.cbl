       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccessDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The requests themselves, with their legal deadline.
           SELECT SUBJECT-ACCESS ASSIGN TO '../../data/sar.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-ID
              ALTERNATE RECORD KEY IS SA-CM-ID WITH DUPLICATES
              FILE STATUS IS SUBJECT-ACCESS-FS.

      *  One export per request, named after it.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPORT-FILE-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT LEGAL-ENTITIES ASSIGN TO '../../data/legalent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LE-CM-ID
              ALTERNATE RECORD KEY IS LE-SIREN
              FILE STATUS IS LEGAL-ENTITIES-FS.

           SELECT TAX-RESIDENCES ASSIGN TO '../../data/taxres.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TX-CM-ID
              FILE STATUS IS TAX-RESIDENCES-FS.

           SELECT KYC-REVIEWS ASSIGN TO '../../data/kycrev.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KR-CM-ID
              FILE STATUS IS KYC-REVIEWS-FS.

           SELECT MARKETING-CONSENTS ASSIGN TO
                 '../../data/mktconsent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MC-CM-ID
              FILE STATUS IS MARKETING-CONSENTS-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

           SELECT LOAN-RECORDS ASSIGN TO WS-LOANMAST-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT BENEFICIARY-RECORDS ASSIGN TO WS-BENEF-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BF-KEY
              FILE STATUS IS BENEFICIARY-FS.

           SELECT DISPUTE-RECORDS ASSIGN TO '../../data/dispute.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-ID
              FILE STATUS IS DISPUTE-RECORDS-FS.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIFY-QUEUE-FS.

           SELECT LOGIN-AUDIT ASSIGN TO '../../data/loginaudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOGIN-AUDIT-FS.

           SELECT EJ-FILE ASSIGN TO WS-EJ-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EJ-FILE-FS.

           SELECT ACCESS-LOG ASSIGN TO WS-ACCESSLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCESS-LOG-FS.

           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

           SELECT SIGNATORIES ASSIGN TO '../../data/signatory.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SG-KEY
              ALTERNATE RECORD KEY IS SG-PERSON-ID WITH DUPLICATES
              FILE STATUS IS SIGNATORIES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SUBJECT-ACCESS.
       COPY "SUBJACC.cpy".

       FD EXPORT-FILE.
       01 EXPORT-LINE PIC X(100).

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD LEGAL-ENTITIES.
       COPY "LEGALENT.cpy".

       FD TAX-RESIDENCES.
       COPY "TAXRES.cpy".

       FD KYC-REVIEWS.
       COPY "KYCREVIEW.cpy".

       FD MARKETING-CONSENTS.
       COPY "MKTCONSENT.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD BENEFICIARY-RECORDS.
       COPY "BENEFREC.cpy".

       FD DISPUTE-RECORDS.
       COPY "DISPUTREC.cpy".

       FD NOTIFY-QUEUE.
       COPY "NOTIFEVT.cpy".

       FD LOGIN-AUDIT.
       01 LOGIN-AUDIT-LINE PIC X(60).

       FD EJ-FILE.
       COPY "EJREC.cpy".

       FD ACCESS-LOG.
       01 ACCESS-LOG-RECORD.
           03 AL-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 AL-OPERATOR-ID PIC 9(6).
           03 FILLER PIC X.
           03 AL-CUSTOMER-PIN PIC 9(4).
           03 FILLER PIC X.
           03 AL-PROGRAM PIC X(20).
           03 FILLER PIC X.
           03 AL-BRANCH PIC X(2).

       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       FD SIGNATORIES.
       COPY "SIGNATORY.cpy".

       WORKING-STORAGE SECTION.

       01 SUBJECT-ACCESS-FS PIC XX.
       01 EXPORT-FILE-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 LEGAL-ENTITIES-FS PIC XX.
       01 TAX-RESIDENCES-FS PIC XX.
       01 KYC-REVIEWS-FS PIC XX.
       01 MARKETING-CONSENTS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 BENEFICIARY-FS PIC XX.
       01 DISPUTE-RECORDS-FS PIC XX.
       01 NOTIFY-QUEUE-FS PIC XX.
       01 LOGIN-AUDIT-FS PIC XX.
       01 EJ-FILE-FS PIC XX.
       01 ACCESS-LOG-FS PIC XX.
       01 PROXY-RECORDS-FS PIC XX.
       01 SIGNATORIES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-RECORD VALUE 1.
           88 WS-MENU-EXPORT VALUE 2.
           88 WS-MENU-LIST VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-REQUEST-ID PIC 9(6).
       01 WS-NEXT-REQUEST-ID PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-LATE-FLAG PIC X(12).

      *  The answer is owed one calendar month after the request
      *  came in; a day the month does not have falls back to its
      *  last day (31 January gives 28 or 29 February).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           03 WS-DUE-YEAR PIC 9(4).
           03 WS-DUE-MONTH PIC 9(2).
           03 WS-DUE-DAY PIC 9(2).

      *  The export is walked twice: once to count what each
      *  section holds for the table of contents, once to write.
       01 WS-PASS PIC X VALUE 'C'.
           88 WS-PASS-COUNT VALUE 'C'.
           88 WS-PASS-WRITE VALUE 'W'.
       01 WS-SECTION-NO PIC 9(2) VALUE 0.
       01 WS-SECTION-IDX PIC 9(2).
       01 WS-SECTION-TITLES.
           03 FILLER PIC X(40) VALUE "IDENTITE ET SITUATION".
           03 FILLER PIC X(40) VALUE "COMPTES ET PLACEMENTS".
           03 FILLER PIC X(40) VALUE "CARTES".
           03 FILLER PIC X(40) VALUE "OPERATIONS".
           03 FILLER PIC X(40) VALUE "CREDITS".
           03 FILLER PIC X(40) VALUE "BENEFICIAIRES DE VIREMENT".
           03 FILLER PIC X(40) VALUE "CONTESTATIONS".
           03 FILLER PIC X(40) VALUE "NOTIFICATIONS ENVOYEES".
           03 FILLER PIC X(40) VALUE "CONNEXIONS AUX DISTRIBUTEURS".
           03 FILLER PIC X(40) VALUE "JOURNAL DES DISTRIBUTEURS".
           03 FILLER PIC X(40)
              VALUE "CONSULTATIONS DE VOTRE DOSSIER".
           03 FILLER PIC X(40) VALUE "PROCURATIONS ET SIGNATURES".
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
           03 WS-SECTION-TITLE PIC X(40) OCCURS 12 TIMES.
       01 WS-SECTION-COUNTS.
           03 WS-SECTION-COUNT PIC 9(6) OCCURS 12 TIMES.
       01 WS-EXPORT-LINES PIC 9(7) VALUE 0.
       01 WS-OUT-LINE PIC X(100).

      *  The customer's cards, for the files that know a session
      *  by its card rather than by its customer.
       01 WS-CARD-TABLE.
           03 WS-CARD-ENTRY PIC 9(4) OCCURS 20 TIMES.
       01 WS-CARD-COUNT PIC 9(2) VALUE 0.
       01 WS-CARD-IDX PIC 9(2).
       01 WS-CARD-MATCH PIC X.
       01 WS-LOOK-CARD PIC 9(4).
       01 WS-LINE-CARD PIC X(4).
       01 WS-LINE-CLIENT PIC X(4).

       01 WS-RES-IDX PIC 9.
       01 WS-OWNER-IDX PIC 9.
       01 WS-CHANNEL-IDX PIC 9.
       01 WS-CHANNEL-NAMES.
           03 FILLER PIC X(8) VALUE "Courrier".
           03 FILLER PIC X(8) VALUE "SMS".
           03 FILLER PIC X(8) VALUE "Courriel".
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
           03 WS-CHANNEL-NAME PIC X(8) OCCURS 3 TIMES.
       01 WS-SIGNED-EDIT PIC -(7)9,99.
       01 WS-AMOUNT-EDIT PIC Z(6)9,99.
       01 WS-PCT-EDIT PIC ZZ9,99.

      *  The shared identifier lookup, for the IBAN of each
      *  account.
       01 WS-ID-MODE PIC X VALUE 'K'.
       01 WS-ID-PIN PIC 9(4).
       01 WS-ID-ACCT-NO PIC 9(2).
       01 WS-ID-IBAN PIC X(34).
       01 WS-ID-RIB PIC X(23).
       01 WS-ID-STATUS PIC 9.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  Producing the export is itself a look at the customer's
      *  data and goes on the shared access log.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE "SubjectAccessDesk".

       01 WS-EXPORT-PATH PIC X(100).

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-LOANMAST-PATH PIC X(100)
           VALUE "../../data/loanmast.dat".
       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-BENEF-PATH PIC X(100) VALUE "../../data/benef.dat".
       01 WS-NOTIFY-PATH PIC X(100) VALUE "../../data/notify.dat".
       01 WS-EJ-PATH PIC X(100) VALUE "../../data/ej.dat".
       01 WS-ACCESSLOG-PATH PIC X(100)
           VALUE "../../data/accesslog.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT "LOANMAST_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BENEF-PATH FROM ENVIRONMENT "BENEF_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-EJ-PATH FROM ENVIRONMENT "EJ_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-ACCESSLOG-PATH FROM ENVIRONMENT "ACCESSLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-OR-CREATE-SUBJECT-ACCESS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-REQUEST-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-RECORD
                    PERFORM RECORD-REQUEST
                 WHEN WS-MENU-EXPORT
                    PERFORM PRODUCE-EXPORT
                 WHEN WS-MENU-LIST
                    PERFORM LIST-REQUESTS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE SUBJECT-ACCESS.
           DISPLAY "Fin des demandes d'acces aux donnees".
           STOP RUN.

       OPEN-OR-CREATE-SUBJECT-ACCESS.
           OPEN I-O SUBJECT-ACCESS.
           IF SUBJECT-ACCESS-FS = "35" THEN
              CLOSE SUBJECT-ACCESS
              OPEN OUTPUT SUBJECT-ACCESS
              CLOSE SUBJECT-ACCESS
              OPEN I-O SUBJECT-ACCESS
           END-IF.

       DISPLAY-REQUEST-MENU.
           DISPLAY "=== Demandes d'acces aux donnees (RGPD) ===".
           DISPLAY "1. Enregistrer une demande".
           DISPLAY "2. Produire l'export d'une demande".
           DISPLAY "3. Lister les demandes".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       RECORD-REQUEST.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients indisponible"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client introuvable"
                 CLOSE CUSTOMER-MASTER
                 EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER-MASTER.
           DISPLAY "Client : " CM-NAME " " CM-LAST-NAME.

           INITIALIZE SUBJECT-ACCESS-RECORD.
           MOVE WS-CUSTOMER-ID TO SA-CM-ID.
           DISPLAY "Reçue par (G=Guichet / C=Courrier / E=Courriel) ?".
           ACCEPT SA-CHANNEL.
           IF NOT SA-IS-KNOWN-CHANNEL THEN
              DISPLAY "Canal invalide (G, C ou E attendu)"
              EXIT PARAGRAPH
           END-IF.
      *    A letter is dated the day it arrived, not the day it
      *    was keyed: the month runs from receipt.
           DISPLAY "Date de reception (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT SA-RECEIVED-DATE.
           IF SA-RECEIVED-DATE = 0 THEN
              MOVE WS-TODAY TO SA-RECEIVED-DATE
           END-IF.
           IF SA-RECEIVED-DATE > WS-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(SA-RECEIVED-DATE)
                    NOT = 0 THEN
              DISPLAY "Date de reception invalide"
              EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE TO SA-DUE-DATE.
           MOVE WS-OPERATOR-ID TO SA-RECORDED-BY.
           MOVE 'O' TO SA-STATUS.
           PERFORM FIND-NEXT-REQUEST-ID.
           MOVE WS-NEXT-REQUEST-ID TO SA-ID.
           WRITE SUBJECT-ACCESS-RECORD
              INVALID KEY
                 DISPLAY "Enregistrement impossible"
              NOT INVALID KEY
                 DISPLAY "Demande " SA-ID " enregistree, reponse "
                    "due au plus tard le " SA-DUE-DATE
           END-WRITE.

       COMPUTE-DUE-DATE.
           MOVE SA-RECEIVED-DATE TO WS-DUE-DATE.
           IF WS-DUE-MONTH = 12 THEN
              MOVE 1 TO WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           ELSE
              ADD 1 TO WS-DUE-MONTH
           END-IF.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0
              SUBTRACT 1 FROM WS-DUE-DAY
           END-PERFORM.

       FIND-NEXT-REQUEST-ID.
           MOVE 0 TO WS-NEXT-REQUEST-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SA-ID.
           START SUBJECT-ACCESS KEY IS > SA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUBJECT-ACCESS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE SA-ID TO WS-NEXT-REQUEST-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQUEST-ID.

      *    Open requests first in the teller's mind, but all of
      *    them listed: a delivered one past its date is the one
      *    the regulator will ask about.
       LIST-REQUESTS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SA-ID.
           START SUBJECT-ACCESS KEY IS > SA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUBJECT-ACCESS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    MOVE SPACES TO WS-LATE-FLAG
                    IF (SA-IS-OPEN AND WS-TODAY > SA-DUE-DATE)
                          OR (SA-IS-DELIVERED
                             AND SA-DELIVERED-DATE > SA-DUE-DATE)
                          THEN
                       MOVE "HORS DELAI" TO WS-LATE-FLAG
                    END-IF
                    IF SA-IS-OPEN THEN
                       DISPLAY "  " SA-ID " client " SA-CM-ID
                          " recue " SA-RECEIVED-DATE
                          " due " SA-DUE-DATE " EN COURS "
                          WS-LATE-FLAG
                    ELSE
                       DISPLAY "  " SA-ID " client " SA-CM-ID
                          " recue " SA-RECEIVED-DATE
                          " due " SA-DUE-DATE " remise "
                          SA-DELIVERED-DATE " " WS-LATE-FLAG
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune demande enregistree"
           END-IF.

       PRODUCE-EXPORT.
           DISPLAY "Numero de la demande ?".
           ACCEPT WS-REQUEST-ID.
           MOVE WS-REQUEST-ID TO SA-ID.
           READ SUBJECT-ACCESS
              INVALID KEY
                 DISPLAY "Demande introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF SA-IS-DELIVERED THEN
              DISPLAY "Export deja remis le " SA-DELIVERED-DATE
                 " ; il est reproduit a l'identique de ce jour"
           END-IF.
           MOVE SA-CM-ID TO WS-CUSTOMER-ID.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients indisponible"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client " WS-CUSTOMER-ID " introuvable"
                 CLOSE CUSTOMER-MASTER
                 EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER-MASTER.

           CALL "RecordAccessLog" USING BY REFERENCE
              WS-OPERATOR-ID WS-CUSTOMER-ID WS-AUDIT-PROGRAM.

           PERFORM LOAD-CUSTOMER-CARDS.

           MOVE SPACES TO WS-EXPORT-PATH.
           STRING "../../data/sar" SA-ID ".dat"
              DELIMITED BY SIZE INTO WS-EXPORT-PATH.

           MOVE 'C' TO WS-PASS.
           INITIALIZE WS-SECTION-COUNTS.
           PERFORM EXPORT-ALL-SECTIONS.

           OPEN OUTPUT EXPORT-FILE.
           IF EXPORT-FILE-FS NOT = "00" THEN
              DISPLAY "Export impossible a creer : "
                 WS-EXPORT-PATH
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EXPORT-LINES.
           PERFORM WRITE-EXPORT-HEADER.
           MOVE 'W' TO WS-PASS.
           PERFORM EXPORT-ALL-SECTIONS.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           ADD 1 TO WS-EXPORT-LINES.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "FIN DE L'EXPORT - " WS-EXPORT-LINES " lignes"
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           WRITE EXPORT-LINE FROM WS-OUT-LINE.
           CLOSE EXPORT-FILE.

           MOVE 'D' TO SA-STATUS.
           MOVE WS-TODAY TO SA-DELIVERED-DATE.
           MOVE WS-OPERATOR-ID TO SA-DELIVERED-BY.
           MOVE WS-EXPORT-LINES TO SA-EXPORT-LINES.
           REWRITE SUBJECT-ACCESS-RECORD.

           DISPLAY "Export produit : " WS-EXPORT-PATH.
           DISPLAY "  " WS-EXPORT-LINES " lignes, remis le "
              SA-DELIVERED-DATE " pour une echeance au "
              SA-DUE-DATE.
           IF SA-DELIVERED-DATE > SA-DUE-DATE THEN
              DISPLAY "ATTENTION : remis apres l'echeance legale"
           END-IF.

       WRITE-EXPORT-HEADER.
           MOVE "EXPORT DES DONNEES PERSONNELLES (RGPD, ARTICLE 15)"
              TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Client " CM-ID " : " CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Demande " SA-ID " recue le " SA-RECEIVED-DATE
              " - export du " WS-TODAY
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE "SOMMAIRE" TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
                 UNTIL WS-SECTION-IDX > 12
              MOVE SPACES TO WS-OUT-LINE
              STRING "  " WS-SECTION-IDX ". "
                 WS-SECTION-TITLE(WS-SECTION-IDX) " "
                 WS-SECTION-COUNT(WS-SECTION-IDX)
                 " enregistrement(s)"
                 DELIMITED BY SIZE INTO WS-OUT-LINE
              END-STRING
              PERFORM WRITE-OUT-LINE
           END-PERFORM.

       EXPORT-ALL-SECTIONS.
           MOVE 1 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-IDENTITY.
           PERFORM END-SECTION.

           MOVE 2 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-ACCOUNTS.
           PERFORM EXPORT-TERM-DEPOSITS.
           PERFORM END-SECTION.

           MOVE 3 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-CARDS.
           PERFORM END-SECTION.

           MOVE 4 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-HISTORY.
           PERFORM EXPORT-TODAYS-LOG.
           PERFORM END-SECTION.

           MOVE 5 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-LOANS.
           PERFORM END-SECTION.

           MOVE 6 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-BENEFICIARIES.
           PERFORM END-SECTION.

           MOVE 7 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-DISPUTES.
           PERFORM END-SECTION.

           MOVE 8 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-NOTIFICATIONS.
           PERFORM END-SECTION.

           MOVE 9 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-LOGINS.
           PERFORM END-SECTION.

           MOVE 10 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-JOURNAL.
           PERFORM END-SECTION.

           MOVE 11 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-ACCESS-LOG.
           PERFORM END-SECTION.

           MOVE 12 TO WS-SECTION-NO.
           PERFORM START-SECTION.
           PERFORM EXPORT-PROXIES.
           PERFORM EXPORT-SIGNATORIES.
           PERFORM END-SECTION.

       START-SECTION.
           IF WS-PASS-COUNT THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "=== " WS-SECTION-NO ". "
              WS-SECTION-TITLE(WS-SECTION-NO)
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.

       END-SECTION.
           IF WS-PASS-WRITE AND WS-SECTION-COUNT(WS-SECTION-NO) = 0
                 THEN
              MOVE "  (aucune donnee)" TO WS-OUT-LINE
              PERFORM WRITE-OUT-LINE
           END-IF.

      *    One record found in the current section: counted on the
      *    first pass, written on the second.
       EMIT-RECORD.
           IF WS-PASS-COUNT THEN
              ADD 1 TO WS-SECTION-COUNT(WS-SECTION-NO)
           ELSE
              PERFORM WRITE-OUT-LINE
           END-IF.

      *    A continuation line of a record already counted.
       EMIT-DETAIL.
           IF WS-PASS-WRITE THEN
              PERFORM WRITE-OUT-LINE
           END-IF.

       WRITE-OUT-LINE.
           WRITE EXPORT-LINE FROM WS-OUT-LINE.
           ADD 1 TO WS-EXPORT-LINES.

       LOAD-CUSTOMER-CARDS.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CARD-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CARD-CUSTOMER-ID = WS-CUSTOMER-ID
                          AND WS-CARD-COUNT < 20 THEN
                       ADD 1 TO WS-CARD-COUNT
                       MOVE CARD-NUMBER
                          TO WS-CARD-ENTRY(WS-CARD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-RECORDS.

       CHECK-CUSTOMER-CARD.
           MOVE 'N' TO WS-CARD-MATCH.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                 UNTIL WS-CARD-IDX > WS-CARD-COUNT
              IF WS-CARD-ENTRY(WS-CARD-IDX) = WS-LOOK-CARD THEN
                 MOVE 'Y' TO WS-CARD-MATCH
              END-IF
           END-PERFORM.

      *    The customer master row, and whatever the side
      *    registers keep beside it.
       EXPORT-IDENTITY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Nom : " CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Adresse : " CM-ADDRESS-LINE " "
              CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Telephone : " CM-PHONE
              "  Naissance : " CM-BIRTH-DATE
              "  Statut KYC : " CM-KYC-STATUS
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.

           OPEN INPUT LEGAL-ENTITIES.
           IF LEGAL-ENTITIES-FS = "00" THEN
              MOVE WS-CUSTOMER-ID TO LE-CM-ID
              READ LEGAL-ENTITIES
                 NOT INVALID KEY
                    PERFORM EXPORT-LEGAL-ENTITY
              END-READ
           END-IF.
           CLOSE LEGAL-ENTITIES.

           OPEN INPUT TAX-RESIDENCES.
           IF TAX-RESIDENCES-FS = "00" THEN
              MOVE WS-CUSTOMER-ID TO TX-CM-ID
              READ TAX-RESIDENCES
                 NOT INVALID KEY
                    PERFORM EXPORT-TAX-RESIDENCE
              END-READ
           END-IF.
           CLOSE TAX-RESIDENCES.

           OPEN INPUT KYC-REVIEWS.
           IF KYC-REVIEWS-FS = "00" THEN
              MOVE WS-CUSTOMER-ID TO KR-CM-ID
              READ KYC-REVIEWS
                 NOT INVALID KEY
                    PERFORM EXPORT-KYC-REVIEW
              END-READ
           END-IF.
           CLOSE KYC-REVIEWS.

           OPEN INPUT MARKETING-CONSENTS.
           IF MARKETING-CONSENTS-FS = "00" THEN
              MOVE WS-CUSTOMER-ID TO MC-CM-ID
              READ MARKETING-CONSENTS
                 NOT INVALID KEY
                    PERFORM EXPORT-MARKETING-CONSENT
              END-READ
           END-IF.
           CLOSE MARKETING-CONSENTS.

       EXPORT-LEGAL-ENTITY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Personne morale : " LE-COMPANY-NAME
              " " LE-LEGAL-FORM " SIREN " LE-SIREN
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Siege : " LE-REG-ADDRESS-LINE " "
              LE-REG-POSTAL-CODE " " LE-REG-CITY
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > 4
              IF LE-OWNER-LAST-NAME(WS-OWNER-IDX) NOT = SPACES THEN
                 MOVE LE-OWNER-PCT(WS-OWNER-IDX) TO WS-PCT-EDIT
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "    Beneficiaire effectif : "
                    LE-OWNER-NAME(WS-OWNER-IDX) " "
                    LE-OWNER-LAST-NAME(WS-OWNER-IDX) " "
                    WS-PCT-EDIT " %"
                    DELIMITED BY SIZE INTO WS-OUT-LINE
                 END-STRING
                 PERFORM EMIT-DETAIL
              END-IF
           END-PERFORM.

       EXPORT-TAX-RESIDENCE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Residence fiscale, mise a jour le "
              TX-UPDATED-DATE " indices US " TX-US-INDICIA
              " declarable " TX-REPORTABLE
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              IF TX-COUNTRY(WS-RES-IDX) NOT = SPACES THEN
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "    Pays " TX-COUNTRY(WS-RES-IDX)
                    " NIF " TX-TIN(WS-RES-IDX)
                    " auto-certification "
                    TX-SELF-CERT-DATE(WS-RES-IDX)
                    DELIMITED BY SIZE INTO WS-OUT-LINE
                 END-STRING
                 PERFORM EMIT-DETAIL
              END-IF
           END-PERFORM.

       EXPORT-KYC-REVIEW.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Revue de connaissance client : risque "
              KR-RISK-RATING " derniere revue " KR-LAST-REVIEW-DATE
              " prochaine " KR-NEXT-DUE-DATE " statut " KR-STATUS
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Piece d'identite " KR-ID-DOC-TYPE " "
              KR-ID-DOC-NUMBER " expire le " KR-ID-DOC-EXPIRY
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.

       EXPORT-MARKETING-CONSENT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Consentements marketing, mis a jour le "
              MC-UPDATED-DATE
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                 UNTIL WS-CHANNEL-IDX > 3
              IF NOT MC-NOT-ASKED(WS-CHANNEL-IDX) THEN
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "    " WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                    " reponse " MC-ANSWER(WS-CHANNEL-IDX)
                    " le " MC-ANSWER-DATE(WS-CHANNEL-IDX)
                    " origine " MC-SOURCE(WS-CHANNEL-IDX)
                    DELIMITED BY SIZE INTO WS-OUT-LINE
                 END-STRING
                 PERFORM EMIT-DETAIL
              END-IF
           END-PERFORM.

       EXPORT-ACCOUNTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM EXPORT-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANK-RECORDS.

       EXPORT-ONE-ACCOUNT.
           MOVE RCD-AMMOUNT TO WS-SIGNED-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Compte " RCD-PIN "-" RCD-ACCT-NO
              " type " RCD-ACCT-TYPE " statut " RCD-STATUS
              " solde " WS-SIGNED-EDIT " " RCD-CURRENCY
              " langue " RCD-LANGUAGE
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           MOVE RCD-PIN TO WS-ID-PIN.
           MOVE RCD-ACCT-NO TO WS-ID-ACCT-NO.
           CALL "GetAccountIdentifier" USING BY REFERENCE WS-ID-MODE
              WS-ID-PIN WS-ID-ACCT-NO WS-ID-IBAN WS-ID-RIB
              WS-ID-STATUS.
           IF WS-ID-STATUS = 0 THEN
              MOVE SPACES TO WS-OUT-LINE
              STRING "    IBAN " WS-ID-IBAN
                 DELIMITED BY SIZE INTO WS-OUT-LINE
              END-STRING
              PERFORM EMIT-DETAIL
           END-IF.

       EXPORT-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS NOT = "00" THEN
              CLOSE TERM-DEPOSITS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TERM-DEPOSITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TD-PIN = WS-CUSTOMER-ID THEN
                       MOVE TD-PRINCIPAL TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Depot a terme " TD-ID
                          " compte " TD-ACCT-NO
                          " capital " WS-AMOUNT-EDIT
                          " taux " TD-RATE-PCT
                          " du " TD-OPEN-DATE
                          " au " TD-MATURITY-DATE
                          " statut " TD-STATUS
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TERM-DEPOSITS.

      *    The PIN on the card row is never exported: it is a
      *    secret, not data about the customer.
       EXPORT-CARDS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CARD-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CARD-CUSTOMER-ID = WS-CUSTOMER-ID THEN
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Carte " CARD-NUMBER
                          " statut " CARD-STATUS
                          " expire le " CARD-EXPIRY
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-RECORDS.

       EXPORT-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANHIST-RECORDS.
           IF TRANHIST-FS NOT = "00" THEN
              CLOSE TRANHIST-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TH-KEY.
           MOVE WS-CUSTOMER-ID TO TH-PIN.
           START TRANHIST-RECORDS KEY IS >= TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TH-PIN NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE TH-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE TH-BALANCE TO WS-SIGNED-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " TH-DATETIME " compte "
                          TH-ACCT-NO " " TH-TYPE " "
                          WS-AMOUNT-EDIT " solde " WS-SIGNED-EDIT
                          " ref " TH-REF " carte " TH-CARD
                          " terminal " TH-TERMINAL
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANHIST-RECORDS.

      *    Today's postings are not in the history until tonight's
      *    consolidation.
       EXPORT-TODAYS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANLOG-RECORDS.
           IF TRANLOG-FS NOT = "00" THEN
              CLOSE TRANLOG-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANLOG-RECORDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TL-PIN = WS-CUSTOMER-ID THEN
                       MOVE TL-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE TL-BALANCE TO WS-SIGNED-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " TL-DATETIME " compte "
                          TL-ACCT-NO " " TL-TYPE " "
                          WS-AMOUNT-EDIT " solde " WS-SIGNED-EDIT
                          " ref " TL-REF " carte " TL-CARD
                          " terminal " TL-TERMINAL
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANLOG-RECORDS.

       EXPORT-LOANS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-PIN = WS-CUSTOMER-ID THEN
                       PERFORM EXPORT-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

       EXPORT-ONE-LOAN.
           MOVE LN-PRINCIPAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Pret " LN-ID " compte " LN-ACCT-NO
              " capital " WS-AMOUNT-EDIT " taux " LN-ANNUAL-RATE-PCT
              " duree " LN-TERM-MONTHS " mois ouvert le "
              LN-OPEN-DATE " statut " LN-STATUS
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-RECORD.
           MOVE LN-OUTSTANDING TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Restant du " WS-AMOUNT-EDIT
              " score d'octroi " LN-SCORE " decision " LN-DECISION
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.

       EXPORT-BENEFICIARIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BENEFICIARY-RECORDS.
           IF BENEFICIARY-FS NOT = "00" THEN
              CLOSE BENEFICIARY-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO BF-PIN.
           MOVE 0 TO BF-SEQ.
           START BENEFICIARY-RECORDS KEY IS >= BF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BENEFICIARY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF BF-PIN NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " BF-SEQ " " BF-LABEL
                          " compte " BF-DEST-PIN "-" BF-DEST-ACCT-NO
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-RECORDS.

       EXPORT-DISPUTES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DISPUTE-RECORDS.
           IF DISPUTE-RECORDS-FS NOT = "00" THEN
              CLOSE DISPUTE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DISPUTE-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF DP-PIN = WS-CUSTOMER-ID THEN
                       MOVE DP-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Dossier " DP-ID " ref " DP-TRAN-REF
                          " compte " DP-ACCT-NO
                          " montant " WS-AMOUNT-EDIT
                          " ouvert " DP-OPENED-DATE
                          " clos " DP-CLOSED-DATE
                          " statut " DP-STATUS
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISPUTE-RECORDS.

       EXPORT-NOTIFICATIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFY-QUEUE.
           IF NOTIFY-QUEUE-FS NOT = "00" THEN
              CLOSE NOTIFY-QUEUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOTIFY-QUEUE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NV-CUSTOMER-ID = WS-CUSTOMER-ID THEN
                       MOVE NV-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " NV-DATETIME " " NV-EVENT-TYPE
                          " montant " WS-AMOUNT-EDIT
                          " ref " NV-REF " " NV-DETAIL
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFY-QUEUE.

      *    "LOGIN OK carte=NNNN client=PPPP ..." names the
      *    customer; "LOGIN ECHEC carte=NNNN ..." only the card.
       EXPORT-LOGINS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOGIN-AUDIT.
           IF LOGIN-AUDIT-FS NOT = "00" THEN
              CLOSE LOGIN-AUDIT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOGIN-AUDIT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-ONE-LOGIN
              END-READ
           END-PERFORM.
           CLOSE LOGIN-AUDIT.

       CHECK-ONE-LOGIN.
           MOVE 'N' TO WS-CARD-MATCH.
           MOVE SPACES TO WS-LINE-CARD.
           MOVE SPACES TO WS-LINE-CLIENT.
           IF LOGIN-AUDIT-LINE(1:8) = "LOGIN OK" THEN
              MOVE LOGIN-AUDIT-LINE(16:4) TO WS-LINE-CARD
              MOVE LOGIN-AUDIT-LINE(28:4) TO WS-LINE-CLIENT
           END-IF.
           IF LOGIN-AUDIT-LINE(1:11) = "LOGIN ECHEC" THEN
              MOVE LOGIN-AUDIT-LINE(19:4) TO WS-LINE-CARD
           END-IF.
           IF WS-LINE-CLIENT IS NUMERIC THEN
              IF WS-LINE-CLIENT = WS-CUSTOMER-ID THEN
                 MOVE 'Y' TO WS-CARD-MATCH
              END-IF
           END-IF.
           IF WS-CARD-MATCH = 'N' AND WS-LINE-CARD IS NUMERIC THEN
              MOVE WS-LINE-CARD TO WS-LOOK-CARD
              PERFORM CHECK-CUSTOMER-CARD
           END-IF.
           IF WS-CARD-MATCH = 'Y' THEN
              MOVE SPACES TO WS-OUT-LINE
              STRING "  " LOGIN-AUDIT-LINE
                 DELIMITED BY SIZE INTO WS-OUT-LINE
              END-STRING
              PERFORM EMIT-RECORD
           END-IF.

       EXPORT-JOURNAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EJ-FILE.
           IF EJ-FILE-FS NOT = "00" THEN
              CLOSE EJ-FILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EJ-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE EJ-CARD TO WS-LOOK-CARD
                    PERFORM CHECK-CUSTOMER-CARD
                    IF WS-CARD-MATCH = 'Y' THEN
                       MOVE EJ-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " EJ-DATETIME " terminal "
                          EJ-TERMINAL " carte " EJ-CARD " "
                          EJ-EVENT " " WS-AMOUNT-EDIT " "
                          EJ-DETAIL
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EJ-FILE.

       EXPORT-ACCESS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCESS-LOG.
           IF ACCESS-LOG-FS NOT = "00" THEN
              CLOSE ACCESS-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACCESS-LOG
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AL-CUSTOMER-PIN = WS-CUSTOMER-ID THEN
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " AL-DATETIME " operateur "
                          AL-OPERATOR-ID " agence " AL-BRANCH
                          " par " AL-PROGRAM
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EMIT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCESS-LOG.

      *    Both ways: mandates given on the customer's accounts,
      *    and mandates the customer holds on someone else's.
       EXPORT-PROXIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              CLOSE PROXY-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO PX-PIN.
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
                    IF PX-PIN NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Procuration donnee sur le compte "
                          PX-PIN "-" PX-ACCT-NO " a " PX-PROXY-ID
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EXPORT-ONE-PROXY
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           MOVE WS-CUSTOMER-ID TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS = PX-PROXY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PROXY-ID NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Procuration recue sur le compte "
                          PX-PIN "-" PX-ACCT-NO
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EXPORT-ONE-PROXY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROXY-RECORDS.

       EXPORT-ONE-PROXY.
           PERFORM EMIT-RECORD.
           MOVE PX-WITHDRAW-LIMIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Portee " PX-SCOPE " plafond " WS-AMOUNT-EDIT
              " du " PX-VALID-FROM " au " PX-VALID-TO
              " acte " PX-DOCUMENT-REF " statut " PX-STATUS
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.

       EXPORT-SIGNATORIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SIGNATORIES.
           IF SIGNATORIES-FS NOT = "00" THEN
              CLOSE SIGNATORIES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO SG-ENTITY-ID.
           MOVE 0 TO SG-PERSON-ID.
           START SIGNATORIES KEY IS >= SG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SIGNATORIES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SG-ENTITY-ID NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Signataire habilite : client "
                          SG-PERSON-ID
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EXPORT-ONE-SIGNATORY
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           MOVE WS-CUSTOMER-ID TO SG-PERSON-ID.
           START SIGNATORIES KEY IS = SG-PERSON-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SIGNATORIES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SG-PERSON-ID NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  Signataire pour la personne morale "
                          SG-ENTITY-ID
                          DELIMITED BY SIZE INTO WS-OUT-LINE
                       END-STRING
                       PERFORM EXPORT-ONE-SIGNATORY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SIGNATORIES.

       EXPORT-ONE-SIGNATORY.
           PERFORM EMIT-RECORD.
           MOVE SG-LIMIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    Pouvoir " SG-POWER " plafond " WS-AMOUNT-EDIT
              " depuis le " SG-GRANTED-DATE " revoque le "
              SG-REVOKED-DATE " statut " SG-STATUS
              DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-DETAIL.

       END PROGRAM SubjectAccessDesk.
