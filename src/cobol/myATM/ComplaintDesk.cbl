       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The complaints themselves, with their two legal dates.
           SELECT COMPLAINTS ASSIGN TO '../../data/complaint.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-ID
              ALTERNATE RECORD KEY IS CP-CM-ID WITH DUPLICATES
              FILE STATUS IS COMPLAINTS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT DISPUTE-RECORDS ASSIGN TO '../../data/dispute.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-ID
              FILE STATUS IS DISPUTE-RECORDS-FS.

      *  The operator a complaint is assigned to must be one of
      *  ours and still active; the desk's own branch comes from
      *  the signed-on operator's row.
           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD COMPLAINTS.
       COPY "COMPLAINT.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD DISPUTE-RECORDS.
       COPY "DISPUTREC.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.

       01 COMPLAINTS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 DISPUTE-RECORDS-FS PIC XX.
       01 OPERATOR-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-RECORD VALUE 1.
           88 WS-MENU-ACKNOWLEDGE VALUE 2.
           88 WS-MENU-ANSWER VALUE 3.
           88 WS-MENU-REASSIGN VALUE 4.
           88 WS-MENU-LIST VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door. Taking a complaint off one handler and
      *  giving it to another is supervisor work.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-COMPLAINT-ID PIC 9(6).
       01 WS-NEXT-COMPLAINT-ID PIC 9(6) VALUE 0.
       01 WS-ASSIGN-ID PIC 9(6).
       01 WS-ASSIGN-OK PIC X.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-LATE-FLAG PIC X(17).

      *  The shared reference lookup, to tie the complaint to the
      *  transaction on the customer's receipt or statement.
       01 WS-SEARCH-REF PIC 9(8).
       01 WS-LOOKUP-PIN PIC 9(4).
       01 WS-LOOKUP-ACCT-NO PIC 9(2).
       01 WS-LOOKUP-TYPE PIC X(4).
       01 WS-LOOKUP-AMOUNT PIC 9(7)V99.
       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-LOOKUP-CARD PIC 9(4).
       01 WS-LOOKUP-STATUS PIC 9.

      *  The acknowledgement is owed ten working days after the
      *  complaint came in, counted on the bank's calendar.
       01 ACK-WORKING-DAYS PIC 9(2) VALUE 10.
       01 WS-ACK-DATE PIC 9(8).
       01 WS-NEXT-DAY PIC 9(8).

      *  The answer is owed two calendar months after receipt; a
      *  day the month does not have falls back to its last day,
      *  and a day the bank is shut moves on to the next open one.
       01 ANSWER-MONTHS PIC 9(2) VALUE 2.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           03 WS-DUE-YEAR PIC 9(4).
           03 WS-DUE-MONTH PIC 9(2).
           03 WS-DUE-DAY PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6).

       PROCEDURE DIVISION.

           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM FIND-OPERATOR-BRANCH.
           PERFORM OPEN-OR-CREATE-COMPLAINTS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-COMPLAINT-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-RECORD
                    PERFORM RECORD-COMPLAINT
                 WHEN WS-MENU-ACKNOWLEDGE
                    PERFORM ACKNOWLEDGE-COMPLAINT
                 WHEN WS-MENU-ANSWER
                    PERFORM ANSWER-COMPLAINT
                 WHEN WS-MENU-REASSIGN
                    PERFORM REASSIGN-COMPLAINT
                 WHEN WS-MENU-LIST
                    PERFORM LIST-OPEN-COMPLAINTS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE COMPLAINTS.
           DISPLAY "Fin de la gestion des reclamations".
           STOP RUN.

       OPEN-OR-CREATE-COMPLAINTS.
           OPEN I-O COMPLAINTS.
           IF COMPLAINTS-FS = "35" THEN
              CLOSE COMPLAINTS
              OPEN OUTPUT COMPLAINTS
              CLOSE COMPLAINTS
              OPEN I-O COMPLAINTS
           END-IF.

       DISPLAY-COMPLAINT-MENU.
           DISPLAY "=== Reclamations clients ===".
           DISPLAY "1. Enregistrer une reclamation".
           DISPLAY "2. Accuser reception".
           DISPLAY "3. Repondre et clore".
           DISPLAY "4. Reaffecter (superviseur)".
           DISPLAY "5. Lister les reclamations en cours".
           DISPLAY "6. Quitter".
           DISPLAY "Votre choix ?".

      *    Complaints are counted against the branch that took
      *    them; an operator not yet attached to a branch works
      *    from this desk's.
       FIND-OPERATOR-BRANCH.
           OPEN INPUT OPERATOR-RECORDS.
           IF OPERATOR-RECORDS-FS = "00" THEN
              MOVE WS-OPERATOR-ID TO OP-ID
              READ OPERATOR-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OP-BRANCH NOT = SPACES THEN
                       MOVE OP-BRANCH TO WS-BRANCH-ID
                    END-IF
              END-READ
           END-IF.
           CLOSE OPERATOR-RECORDS.

       RECORD-COMPLAINT.
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

           INITIALIZE COMPLAINT-RECORD.
           MOVE WS-CUSTOMER-ID TO CP-CM-ID.
           MOVE WS-BRANCH-ID TO CP-BRANCH.
           DISPLAY "Motif : F=Frais O=Operations C=Cartes K=Credit".
           DISPLAY "        E=Epargne S=Qualite de service".
           DISPLAY "        D=Donnees personnelles A=Autre ?".
           ACCEPT CP-CATEGORY.
           IF NOT CP-IS-KNOWN-CATEGORY THEN
              DISPLAY "Motif invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recue par (C=Courrier / T=Telephone / G=Guichet) ?".
           ACCEPT CP-CHANNEL.
           IF NOT CP-IS-KNOWN-CHANNEL THEN
              DISPLAY "Canal invalide (C, T ou G attendu)"
              EXIT PARAGRAPH
           END-IF.
      *    A letter is dated the day it arrived, not the day it
      *    was keyed: both deadlines run from receipt.
           DISPLAY "Date de reception (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT CP-RECEIVED-DATE.
           IF CP-RECEIVED-DATE = 0 THEN
              MOVE WS-TODAY TO CP-RECEIVED-DATE
           END-IF.
           IF CP-RECEIVED-DATE > WS-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(CP-RECEIVED-DATE)
                    NOT = 0 THEN
              DISPLAY "Date de reception invalide"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reference de la transaction en cause (0 si "
              "aucune) ?".
           ACCEPT WS-SEARCH-REF.
           IF WS-SEARCH-REF NOT = 0 THEN
              CALL "FindTranByRef" USING BY REFERENCE WS-SEARCH-REF
                 WS-LOOKUP-PIN WS-LOOKUP-ACCT-NO WS-LOOKUP-TYPE
                 WS-LOOKUP-AMOUNT WS-LOOKUP-DATE WS-LOOKUP-CARD
                 WS-LOOKUP-STATUS
              IF WS-LOOKUP-STATUS NOT = 0
                    AND WS-LOOKUP-STATUS NOT = 1 THEN
                 DISPLAY "Reference introuvable dans le journal ou "
                    "l'historique"
                 EXIT PARAGRAPH
              END-IF
              IF WS-LOOKUP-PIN NOT = WS-CUSTOMER-ID THEN
                 DISPLAY "Attention : transaction sur le compte "
                    WS-LOOKUP-PIN "-" WS-LOOKUP-ACCT-NO
              END-IF
              MOVE WS-SEARCH-REF TO CP-TRAN-REF
           END-IF.

           DISPLAY "Numero du dossier de contestation lie (0 si "
              "aucun) ?".
           ACCEPT CP-DISPUTE-ID.
           IF CP-DISPUTE-ID NOT = 0 THEN
              OPEN INPUT DISPUTE-RECORDS
              IF DISPUTE-RECORDS-FS NOT = "00" THEN
                 MOVE "23" TO DISPUTE-RECORDS-FS
              ELSE
                 MOVE CP-DISPUTE-ID TO DP-ID
                 READ DISPUTE-RECORDS
                    INVALID KEY
                       CONTINUE
                 END-READ
              END-IF
              CLOSE DISPUTE-RECORDS
              IF DISPUTE-RECORDS-FS NOT = "00" THEN
                 DISPLAY "Dossier de contestation introuvable"
                 EXIT PARAGRAPH
              END-IF
              IF DP-PIN NOT = WS-CUSTOMER-ID THEN
                 DISPLAY "Attention : contestation sur le compte "
                    DP-PIN "-" DP-ACCT-NO
              END-IF
           END-IF.

           DISPLAY "Objet de la reclamation (40 caracteres) ?".
           ACCEPT CP-SUMMARY.
           DISPLAY "Operateur en charge (0 = vous-meme) ?".
           ACCEPT WS-ASSIGN-ID.
           IF WS-ASSIGN-ID = 0 THEN
              MOVE WS-OPERATOR-ID TO WS-ASSIGN-ID
           END-IF.
           PERFORM CHECK-ASSIGNEE.
           IF WS-ASSIGN-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASSIGN-ID TO CP-ASSIGNED-TO.

           PERFORM COMPUTE-ACK-DUE-DATE.
           MOVE WS-ACK-DATE TO CP-ACK-DUE-DATE.
           PERFORM COMPUTE-ANSWER-DUE-DATE.
           MOVE WS-DUE-DATE TO CP-ANSWER-DUE-DATE.
           MOVE WS-OPERATOR-ID TO CP-RECORDED-BY.
           MOVE 'R' TO CP-STATUS.
           MOVE SPACE TO CP-OUTCOME.
           PERFORM FIND-NEXT-COMPLAINT-ID.
           MOVE WS-NEXT-COMPLAINT-ID TO CP-ID.
           WRITE COMPLAINT-RECORD
              INVALID KEY
                 DISPLAY "Enregistrement impossible"
              NOT INVALID KEY
                 DISPLAY "Reclamation " CP-ID " enregistree"
                 DISPLAY "  Accuse de reception du au plus tard le "
                    CP-ACK-DUE-DATE
                 DISPLAY "  Reponse due au plus tard le "
                    CP-ANSWER-DUE-DATE
           END-WRITE.

      *    Ten times: the next calendar day, carried forward to the
      *    first day the bank is open. A complaint received on a
      *    closed day is counted from the next open one.
       COMPUTE-ACK-DUE-DATE.
           CALL "NextWorkingDay" USING BY REFERENCE CP-RECEIVED-DATE
              WS-ACK-DATE.
           PERFORM ACK-WORKING-DAYS TIMES
              COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-ACK-DATE) + 1)
              CALL "NextWorkingDay" USING BY REFERENCE WS-NEXT-DAY
                 WS-ACK-DATE
           END-PERFORM.

       COMPUTE-ANSWER-DUE-DATE.
           MOVE CP-RECEIVED-DATE TO WS-DUE-DATE.
           COMPUTE WS-MONTH-COUNT = WS-DUE-YEAR * 12
              + WS-DUE-MONTH - 1 + ANSWER-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
              REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0
              SUBTRACT 1 FROM WS-DUE-DAY
           END-PERFORM.
           MOVE WS-DUE-DATE TO WS-NEXT-DAY.
           CALL "NextWorkingDay" USING BY REFERENCE WS-NEXT-DAY
              WS-DUE-DATE.

       CHECK-ASSIGNEE.
           MOVE 'N' TO WS-ASSIGN-OK.
           OPEN INPUT OPERATOR-RECORDS.
           IF OPERATOR-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des operateurs indisponible"
              CLOSE OPERATOR-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASSIGN-ID TO OP-ID.
           READ OPERATOR-RECORDS
              INVALID KEY
                 MOVE 'C' TO OP-STATUS
           END-READ.
           CLOSE OPERATOR-RECORDS.
           IF NOT OP-IS-ACTIVE THEN
              DISPLAY "Operateur " WS-ASSIGN-ID " inconnu ou inactif"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ASSIGN-OK.

       FIND-NEXT-COMPLAINT-ID.
           MOVE 0 TO WS-NEXT-COMPLAINT-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CP-ID.
           START COMPLAINTS KEY IS > CP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COMPLAINTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE CP-ID TO WS-NEXT-COMPLAINT-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-COMPLAINT-ID.

       READ-COMPLAINT.
           MOVE 0 TO WS-COMPLAINT-ID.
           DISPLAY "Numero de la reclamation ?".
           ACCEPT CP-ID.
           READ COMPLAINTS
              INVALID KEY
                 DISPLAY "Reclamation introuvable"
                 EXIT PARAGRAPH
           END-READ.
           MOVE CP-ID TO WS-COMPLAINT-ID.

      *    The date the acknowledgement went out; it may be given
      *    at the counter the same day, or posted later.
       ACKNOWLEDGE-COMPLAINT.
           PERFORM READ-COMPLAINT.
           IF WS-COMPLAINT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT CP-IS-RECEIVED THEN
              DISPLAY "Accuse de reception deja envoye ou "
                 "reclamation close"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO CP-ACK-DATE.
           MOVE 'A' TO CP-STATUS.
           REWRITE COMPLAINT-RECORD.
           IF CP-ACK-DATE > CP-ACK-DUE-DATE THEN
              DISPLAY "Accuse de reception enregistre HORS DELAI (du "
                 "le " CP-ACK-DUE-DATE ")"
           ELSE
              DISPLAY "Accuse de reception enregistre"
           END-IF.

      *    The answer closes the complaint with its outcome. An
      *    answer sent without a separate acknowledgement is taken
      *    as acknowledging it the same day.
       ANSWER-COMPLAINT.
           PERFORM READ-COMPLAINT.
           IF WS-COMPLAINT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF CP-IS-ANSWERED THEN
              DISPLAY "Reclamation deja close le " CP-ANSWER-DATE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reclamation " CP-ID " client " CP-CM-ID
              " : " CP-SUMMARY.
           DISPLAY "Issue (F=Fondee / P=Partiellement / N=Non "
              "fondee) ?".
           ACCEPT CP-OUTCOME.
           IF NOT CP-IS-KNOWN-OUTCOME THEN
              DISPLAY "Issue invalide"
              EXIT PARAGRAPH
           END-IF.
           IF CP-IS-RECEIVED THEN
              MOVE WS-TODAY TO CP-ACK-DATE
           END-IF.
           MOVE WS-TODAY TO CP-ANSWER-DATE.
           MOVE WS-OPERATOR-ID TO CP-ANSWERED-BY.
           MOVE 'C' TO CP-STATUS.
           REWRITE COMPLAINT-RECORD.
           IF CP-ANSWER-DATE > CP-ANSWER-DUE-DATE THEN
              DISPLAY "Reponse enregistree HORS DELAI (due le "
                 CP-ANSWER-DUE-DATE ")"
           ELSE
              DISPLAY "Reponse enregistree, reclamation close"
           END-IF.
           IF CP-REJECTED OR CP-PARTLY-UPHELD THEN
              DISPLAY "Rappeler au client la saisine possible du "
                 "mediateur bancaire"
           END-IF.

       REASSIGN-COMPLAINT.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Reserve aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           PERFORM READ-COMPLAINT.
           IF WS-COMPLAINT-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF CP-IS-ANSWERED THEN
              DISPLAY "Reclamation close"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Actuellement en charge : " CP-ASSIGNED-TO.
           DISPLAY "Nouvel operateur en charge ?".
           ACCEPT WS-ASSIGN-ID.
           PERFORM CHECK-ASSIGNEE.
           IF WS-ASSIGN-OK NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASSIGN-ID TO CP-ASSIGNED-TO.
           REWRITE COMPLAINT-RECORD.
           DISPLAY "Reclamation " CP-ID " confiee a " CP-ASSIGNED-TO.

       LIST-OPEN-COMPLAINTS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CP-ID.
           START COMPLAINTS KEY IS > CP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COMPLAINTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CP-IS-OPEN THEN
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE SPACES TO WS-LATE-FLAG
                       IF WS-TODAY > CP-ANSWER-DUE-DATE THEN
                          MOVE "REPONSE EN RETARD" TO WS-LATE-FLAG
                       ELSE
                          IF CP-IS-RECEIVED
                                AND WS-TODAY > CP-ACK-DUE-DATE THEN
                             MOVE "ACCUSE EN RETARD" TO WS-LATE-FLAG
                          END-IF
                       END-IF
                       DISPLAY "  " CP-ID " client " CP-CM-ID
                          " motif " CP-CATEGORY
                          " recue " CP-RECEIVED-DATE
                          " accuse du " CP-ACK-DUE-DATE
                          " reponse due " CP-ANSWER-DUE-DATE
                          " par " CP-ASSIGNED-TO " " WS-LATE-FLAG
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune reclamation en cours"
           END-IF.

       END PROGRAM ComplaintDesk.
