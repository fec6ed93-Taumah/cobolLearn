       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMailDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Customers whose post came back NPAI, with the address that
      *  no longer reaches them.
           SELECT RETURNED-MAIL ASSIGN TO '../../data/npai.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NP-CM-ID
              FILE STATUS IS RETURNED-MAIL-FS.

      *  The post held back for those customers.
           SELECT HOLD-MAIL ASSIGN TO '../../data/holdmail.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-ID
              ALTERNATE RECORD KEY IS HM-CM-ID WITH DUPLICATES
              FILE STATUS IS HOLD-MAIL-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Where released items go back to be sent: the statement
      *  queue, the renewal queue, and the print file for letters
      *  whose lines were kept on the held-documents file.
           SELECT STATEMENT-REQUESTS ASSIGN TO
                 '../../data/statements.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUESTS-FS.

           SELECT RENEWAL-QUEUE ASSIGN TO '../../data/cardrenew.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RENEWAL-QUEUE-FS.

           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HELD-DOCS-FS.

           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD RETURNED-MAIL.
       COPY "RETMAIL.cpy".

       FD HOLD-MAIL.
       COPY "HOLDMAIL.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD STATEMENT-REQUESTS.
       COPY "STMTREQ.cpy".

       FD RENEWAL-QUEUE.
       01 RENEWAL-QUEUE-RECORD.
           03 RQ-CARD-NUMBER PIC 9(4).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 RETURNED-MAIL-FS PIC XX.
       01 HOLD-MAIL-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 REQUESTS-FS PIC XX.
       01 RENEWAL-QUEUE-FS PIC XX.
       01 HELD-DOCS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DOCS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-RECORD VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-RELEASE VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-RETURN-DATE PIC 9(8).
       01 WS-RETURNED-ITEM PIC X(30).
       01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
       01 WS-NPAI-FOUND PIC X VALUE 'N'.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
       01 WS-LETTER-LINES PIC 9(5) VALUE 0.
       01 WS-CONFIRM PIC X.
       01 WS-STATUS-LABEL PIC X(8).

       01 WS-ITEM-LABELS.
           03 FILLER PIC X(16) VALUE "Releve".
           03 FILLER PIC X(16) VALUE "Code secret".
           03 FILLER PIC X(16) VALUE "Carte nouvelle".
           03 FILLER PIC X(16) VALUE "Carte renouvelee".
           03 FILLER PIC X(16) VALUE "Courrier".
       01 WS-ITEM-TABLE REDEFINES WS-ITEM-LABELS.
           03 WS-ITEM-LABEL PIC X(16) OCCURS 5 TIMES.
       01 WS-ITEM-IDX PIC 9.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  Looking a customer up to flag the address is a look at
      *  their data and goes on the shared access log.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE "ReturnedMailDesk".

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-OR-CREATE-RETURNED-MAIL.
           PERFORM OPEN-OR-CREATE-HOLD-MAIL.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-NPAI-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-RECORD
                    PERFORM RECORD-RETURNED-MAIL
                 WHEN WS-MENU-LIST
                    PERFORM LIST-HELD-MAIL
                 WHEN WS-MENU-RELEASE
                    PERFORM RELEASE-HELD-MAIL
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE RETURNED-MAIL.
           CLOSE HOLD-MAIL.
           DISPLAY "Fin du traitement des plis NPAI".
           STOP RUN.

       OPEN-OR-CREATE-RETURNED-MAIL.
           OPEN I-O RETURNED-MAIL.
           IF RETURNED-MAIL-FS = "35" THEN
              CLOSE RETURNED-MAIL
              OPEN OUTPUT RETURNED-MAIL
              CLOSE RETURNED-MAIL
              OPEN I-O RETURNED-MAIL
           END-IF.

       OPEN-OR-CREATE-HOLD-MAIL.
           OPEN I-O HOLD-MAIL.
           IF HOLD-MAIL-FS = "35" THEN
              CLOSE HOLD-MAIL
              OPEN OUTPUT HOLD-MAIL
              CLOSE HOLD-MAIL
              OPEN I-O HOLD-MAIL
           END-IF.

       DISPLAY-NPAI-MENU.
           DISPLAY "=== Plis retournes NPAI ===".
           DISPLAY "1. Enregistrer un pli retourne".
           DISPLAY "2. Lister le courrier retenu d'un client".
           DISPLAY "3. Liberer le courrier retenu d'un client".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
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
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ.
           CLOSE CUSTOMER-MASTER.

       READ-NPAI-ROW.
           MOVE 'N' TO WS-NPAI-FOUND.
           MOVE WS-CUSTOMER-ID TO NP-CM-ID.
           READ RETURNED-MAIL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-NPAI-FOUND
           END-READ.

      *    The address on file is what La Poste could not deliver
      *    to: it is kept as the dead address, and from now on
      *    nothing more is mailed to the customer until a new one
      *    is keyed at customer maintenance.
       RECORD-RETURNED-MAIL.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-CUSTOMER.
           IF WS-CUSTOMER-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           CALL "RecordAccessLog" USING BY REFERENCE
              WS-OPERATOR-ID WS-CUSTOMER-ID WS-AUDIT-PROGRAM.
           DISPLAY "Client : " CM-NAME " " CM-LAST-NAME.
           DISPLAY "Adresse : " CM-ADDRESS-LINE.
           DISPLAY "          " CM-POSTAL-CODE " " CM-CITY.

           DISPLAY "Pli retourne (releve, courrier, carte...) ?".
           MOVE SPACES TO WS-RETURNED-ITEM.
           ACCEPT WS-RETURNED-ITEM.
           IF WS-RETURNED-ITEM = SPACES THEN
              DISPLAY "Nature du pli obligatoire"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date du retour (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-RETURN-DATE.
           IF WS-RETURN-DATE = 0 THEN
              MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF.
           IF WS-RETURN-DATE > WS-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-RETURN-DATE)
                    NOT = 0 THEN
              DISPLAY "Date du retour invalide"
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-NPAI-ROW.
           IF WS-NPAI-FOUND = 'Y' AND NP-IS-UNDELIVERABLE THEN
      *       Another return on an address already flagged: the
      *       count shows how long the post kept going out before.
              ADD 1 TO NP-RETURN-COUNT
              IF WS-RETURN-DATE > NP-LAST-RETURN-DATE THEN
                 MOVE WS-RETURN-DATE TO NP-LAST-RETURN-DATE
              END-IF
              MOVE WS-RETURNED-ITEM TO NP-RETURNED-ITEM
              MOVE WS-OPERATOR-ID TO NP-FLAGGED-BY
              REWRITE RETURNED-MAIL-RECORD
                 INVALID KEY
                    DISPLAY "Mise a jour impossible"
                 NOT INVALID KEY
                    DISPLAY "Adresse deja NPAI, " NP-RETURN-COUNT
                       " retour(s) enregistre(s)"
              END-REWRITE
              EXIT PARAGRAPH
           END-IF.

      *    A first return, or a return on an address keyed since
      *    the last one was cleared: a new episode starts.
           MOVE WS-CUSTOMER-ID TO NP-CM-ID.
           MOVE WS-RETURN-DATE TO NP-FIRST-RETURN-DATE.
           MOVE WS-RETURN-DATE TO NP-LAST-RETURN-DATE.
           MOVE 1 TO NP-RETURN-COUNT.
           MOVE WS-RETURNED-ITEM TO NP-RETURNED-ITEM.
           MOVE WS-OPERATOR-ID TO NP-FLAGGED-BY.
           MOVE CM-ADDRESS-LINE TO NP-ADDRESS-LINE.
           MOVE CM-POSTAL-CODE TO NP-POSTAL-CODE.
           MOVE CM-CITY TO NP-CITY.
           MOVE 'U' TO NP-STATUS.
           MOVE 0 TO NP-CLEARED-DATE.
           IF WS-NPAI-FOUND = 'Y' THEN
              REWRITE RETURNED-MAIL-RECORD
                 INVALID KEY
                    DISPLAY "Mise a jour impossible"
                    EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE RETURNED-MAIL-RECORD
                 INVALID KEY
                    DISPLAY "Enregistrement impossible"
                    EXIT PARAGRAPH
              END-WRITE
           END-IF.
           DISPLAY "Adresse marquee NPAI : le courrier du client "
              "est retenu jusqu'a saisie d'une nouvelle adresse".

       LIST-HELD-MAIL.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-NPAI-ROW.
           IF WS-NPAI-FOUND = 'Y' THEN
              IF NP-IS-UNDELIVERABLE THEN
                 DISPLAY "Adresse NPAI depuis le "
                    NP-FIRST-RETURN-DATE ", " NP-RETURN-COUNT
                    " retour(s)"
              ELSE
                 DISPLAY "Nouvelle adresse saisie le "
                    NP-CLEARED-DATE
              END-IF
           END-IF.

           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CUSTOMER-ID TO HM-CM-ID.
           START HOLD-MAIL KEY IS = HM-CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF HM-CM-ID NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM LIST-ONE-HELD-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun courrier retenu pour ce client"
           END-IF.

       LIST-ONE-HELD-ITEM.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM SET-ITEM-LABEL.
           IF HM-IS-HELD THEN
              MOVE "RETENU" TO WS-STATUS-LABEL
              DISPLAY "  " HM-ID " " WS-ITEM-LABEL(WS-ITEM-IDX)
                 " retenu le " HM-HELD-DATE " " WS-STATUS-LABEL
           ELSE
              MOVE "LIBERE" TO WS-STATUS-LABEL
              DISPLAY "  " HM-ID " " WS-ITEM-LABEL(WS-ITEM-IDX)
                 " retenu le " HM-HELD-DATE " " WS-STATUS-LABEL
                 " le " HM-RELEASED-DATE
           END-IF.
           DISPLAY "         " HM-SOURCE " " HM-REF.

       SET-ITEM-LABEL.
           EVALUATE TRUE
              WHEN HM-IS-STATEMENT
                 MOVE 1 TO WS-ITEM-IDX
              WHEN HM-IS-PIN-MAILER
                 MOVE 2 TO WS-ITEM-IDX
              WHEN HM-IS-NEW-CARD
                 MOVE 3 TO WS-ITEM-IDX
              WHEN HM-IS-CARD-RENEWAL
                 MOVE 4 TO WS-ITEM-IDX
              WHEN OTHER
                 MOVE 5 TO WS-ITEM-IDX
           END-EVALUATE.

      *    Held post only goes out again once the customer has an
      *    address that is not the one La Poste sent back: each
      *    item is put back where its own program picks it up.
       RELEASE-HELD-MAIL.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-NPAI-ROW.
           IF WS-NPAI-FOUND = 'Y' AND NP-IS-UNDELIVERABLE THEN
              DISPLAY "Adresse toujours NPAI : saisir d'abord la "
                 "nouvelle adresse en gestion des clients"
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CUSTOMER.
           IF WS-CUSTOMER-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Envoi a : " CM-ADDRESS-LINE.
           DISPLAY "          " CM-POSTAL-CODE " " CM-CITY.
           DISPLAY "Confirmer la liberation (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'O' THEN
              DISPLAY "Liberation abandonnee"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RELEASED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CUSTOMER-ID TO HM-CM-ID.
           START HOLD-MAIL KEY IS = HM-CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF HM-CM-ID NOT = WS-CUSTOMER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF HM-IS-HELD THEN
                          PERFORM RELEASE-ONE-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-RELEASED-COUNT " pli(s) libere(s)".

       RELEASE-ONE-ITEM.
           EVALUATE TRUE
              WHEN HM-IS-STATEMENT
                 OPEN EXTEND STATEMENT-REQUESTS
                 IF REQUESTS-FS = "35" THEN
                    OPEN OUTPUT STATEMENT-REQUESTS
                 END-IF
                 MOVE HM-REF TO STATEMENT-REQUEST
                 WRITE STATEMENT-REQUEST
                 CLOSE STATEMENT-REQUESTS
                 DISPLAY "  " HM-ID " releve remis en file d'edition"
              WHEN HM-IS-CARD-RENEWAL
                 OPEN EXTEND RENEWAL-QUEUE
                 IF RENEWAL-QUEUE-FS = "35" THEN
                    OPEN OUTPUT RENEWAL-QUEUE
                 END-IF
                 MOVE HM-REF(7:4) TO RQ-CARD-NUMBER
                 WRITE RENEWAL-QUEUE-RECORD
                 CLOSE RENEWAL-QUEUE
                 DISPLAY "  " HM-ID " carte remise en file de "
                    "renouvellement"
              WHEN HM-IS-NEW-CARD
      *          Never ordered: the next bureau run picks it up.
                 DISPLAY "  " HM-ID " carte commandee au prochain "
                    "envoi a la fabrication"
              WHEN HM-IS-PIN-MAILER
      *          The code was never changed; a reissue from the
      *          desk mails a new one to the new address.
                 DISPLAY "  " HM-ID " code confidentiel : lancer "
                    "la reedition du code (" HM-REF ")"
              WHEN OTHER
                 PERFORM RELEASE-HELD-LETTER
           END-EVALUATE.

           MOVE 'R' TO HM-STATUS.
           MOVE WS-TODAY TO HM-RELEASED-DATE.
           MOVE WS-OPERATOR-ID TO HM-RELEASED-BY.
           REWRITE HOLD-MAIL-RECORD
              INVALID KEY
                 DISPLAY "  " HM-ID " mise a jour impossible"
              NOT INVALID KEY
                 ADD 1 TO WS-RELEASED-COUNT
           END-REWRITE.

      *    The letter was written with the dead address in it: it
      *    goes to print behind a routing slip carrying the new one.
       RELEASE-HELD-LETTER.
           MOVE 0 TO WS-LETTER-LINES.
           OPEN INPUT HELD-DOCS.
           IF HELD-DOCS-FS NOT = "00" THEN
              DISPLAY "  " HM-ID " texte du courrier introuvable"
              CLOSE HELD-DOCS
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           MOVE SPACES TO DOC-LINE.
           STRING "REEXPEDITION pli " HM-ID " - nouvelle adresse :"
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  " CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  " CM-ADDRESS-LINE
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING "  " CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'N' TO WS-DOCS-EOF.
           PERFORM UNTIL WS-DOCS-EOF = 'Y'
              READ HELD-DOCS
                 AT END
                    MOVE 'Y' TO WS-DOCS-EOF
                 NOT AT END
                    IF HD-HOLD-ID = HM-ID THEN
                       MOVE HD-TEXT TO DOC-LINE
                       WRITE DOC-LINE
                       ADD 1 TO WS-LETTER-LINES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HELD-DOCS.
           CLOSE STATEMENT-DOCS.
           DISPLAY "  " HM-ID " courrier renvoye a l'impression ("
              WS-LETTER-LINES " ligne(s))".

       END PROGRAM ReturnedMailDesk.
