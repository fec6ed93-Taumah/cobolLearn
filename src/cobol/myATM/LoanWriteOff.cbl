       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanWriteOff.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFFS ASSIGN TO '../../data/writeoff.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-LOAN-ID
              FILE STATUS IS WRITE-OFFS-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT ARREARS-RECORDS ASSIGN TO '../../data/arrears.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-LOAN-ID
              FILE STATUS IS ARREARS-RECORDS-FS.

      *  The month-end provisioning position per loan: what the
      *  write-off releases before any loss is booked.
           SELECT LOAN-PROVISIONS ASSIGN TO '../../data/loanprov.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LP-LOAN-ID
              FILE STATUS IS LOAN-PROVISIONS-FS.

           SELECT ACCOUNT-BRANCHES ASSIGN TO
                 '../../data/acctbrch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AB-KEY
              FILE STATUS IS ACCOUNT-BRANCHES-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD WRITE-OFFS.
       COPY "WRITEOFF.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD ARREARS-RECORDS.
       COPY "ARREARS.cpy".

       FD LOAN-PROVISIONS.
       COPY "LOANPROV.cpy".

       FD ACCOUNT-BRANCHES.
       01 ACCOUNT-BRANCH-RECORD.
           03 AB-KEY.
              05 AB-PIN PIC 9(4).
              05 AB-ACCT-NO PIC 9(2).
           03 AB-BRANCH PIC X(2).

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 WRITE-OFFS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 ARREARS-RECORDS-FS PIC XX.
       01 LOAN-PROVISIONS-FS PIC XX.
       01 ACCOUNT-BRANCHES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-CANDIDATES VALUE 1.
           88 WS-MENU-PROPOSE VALUE 2.
           88 WS-MENU-DECIDE VALUE 3.
           88 WS-MENU-REGISTER VALUE 4.
           88 WS-MENU-QUIT VALUE 5.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

      *  Only a loan in default, at the bottom of the collections
      *  worklist, can be put forward.
       01 WS-MIN-DAYS-BEHIND PIC 9(3) VALUE 90.
       01 WS-DAYS-BEHIND PIC 9(5).

       01 WS-LOAN-ID PIC 9(6).
       01 WS-REASON PIC X(30).
       01 WS-DECISION PIC X.
           88 WS-DECISION-APPROVE VALUE 'A' 'a'.
           88 WS-DECISION-REFUSE VALUE 'R' 'r'.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ELIGIBLE PIC X.
       01 WS-REGISTER-FOUND PIC X.
       01 WS-PROVISION-HELD PIC 9(7)V99.
       01 WS-BALANCE-LEFT PIC 9(7)V99.

       01 WS-POSTING-TYPE PIC X(4).
       01 WS-POSTING-AMOUNT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun pret en portefeuille"
              CLOSE LOAN-RECORDS
              STOP RUN
           END-IF.
           OPEN I-O ARREARS-RECORDS.
           PERFORM OPEN-OR-CREATE-WRITE-OFFS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-WRITE-OFF-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-CANDIDATES
                    PERFORM LIST-CANDIDATES
                 WHEN WS-MENU-PROPOSE
                    PERFORM PROPOSE-WRITE-OFF
                 WHEN WS-MENU-DECIDE
                    PERFORM DECIDE-WRITE-OFF
                 WHEN WS-MENU-REGISTER
                    PERFORM LIST-REGISTER
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE LOAN-RECORDS.
           IF ARREARS-RECORDS-FS = "00" THEN
              CLOSE ARREARS-RECORDS
           END-IF.
           CLOSE WRITE-OFFS.
           DISPLAY "Fin des passages en perte".
           STOP RUN.

      *    writeoff.dat may not exist yet; the first proposal
      *    creates it.
       OPEN-OR-CREATE-WRITE-OFFS.
           OPEN I-O WRITE-OFFS.
           IF WRITE-OFFS-FS = "35" THEN
              OPEN OUTPUT WRITE-OFFS
              CLOSE WRITE-OFFS
              OPEN I-O WRITE-OFFS
           END-IF.

       DISPLAY-WRITE-OFF-MENU.
           DISPLAY "=== Passage en perte des prets ===".
           DISPLAY "1. Prets candidats (" WS-MIN-DAYS-BEHIND
              " jours de retard et plus)".
           DISPLAY "2. Proposer un passage en perte".
           DISPLAY "3. Statuer sur une proposition (superviseur)".
           DISPLAY "4. Registre des pertes et recuperations".
           DISPLAY "5. Quitter".
           DISPLAY "Votre choix ?".

       LIST-CANDIDATES.
           MOVE 0 TO WS-LISTED-COUNT.
           IF ARREARS-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun registre d'impayes"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO AR-LOAN-ID.
           START ARREARS-RECORDS KEY IS > AR-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARREARS-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AR-IS-ACTIVE THEN
                       COMPUTE WS-DAYS-BEHIND =
                          FUNCTION INTEGER-OF-DATE(WS-TODAY)
                          - FUNCTION INTEGER-OF-DATE(
                             AR-FIRST-MISSED-DATE)
                       IF WS-DAYS-BEHIND >= WS-MIN-DAYS-BEHIND THEN
                          PERFORM SHOW-ONE-CANDIDATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun pret candidat"
           END-IF.

       SHOW-ONE-CANDIDATE.
           MOVE AR-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT LN-IS-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE AR-LOAN-ID TO WO-LOAN-ID.
           READ WRITE-OFFS
              INVALID KEY
                 MOVE SPACE TO WO-STATUS
           END-READ.
           ADD 1 TO WS-LISTED-COUNT.
           IF WO-IS-PROPOSED THEN
              DISPLAY "  Pret " LN-ID " compte " LN-PIN "-"
                 LN-ACCT-NO " restant du " LN-OUTSTANDING
                 " retard " WS-DAYS-BEHIND "j (deja propose)"
           ELSE
              DISPLAY "  Pret " LN-ID " compte " LN-PIN "-"
                 LN-ACCT-NO " restant du " LN-OUTSTANDING
                 " retard " WS-DAYS-BEHIND "j"
           END-IF.

       PROPOSE-WRITE-OFF.
           DISPLAY "Numero du pret ?".
           ACCEPT WS-LOAN-ID.
           PERFORM CHECK-LOAN-ELIGIBLE.
           IF WS-ELIGIBLE = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-REGISTER-FOUND.
           MOVE WS-LOAN-ID TO WO-LOAN-ID.
           READ WRITE-OFFS
              INVALID KEY
                 MOVE 'N' TO WS-REGISTER-FOUND
           END-READ.
           IF WS-REGISTER-FOUND = 'Y' AND NOT WO-IS-REFUSED THEN
              DISPLAY "Pret deja au registre, statut " WO-STATUS
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motif du passage en perte ?".
           ACCEPT WS-REASON.

           INITIALIZE WRITE-OFF-RECORD.
           MOVE LN-ID TO WO-LOAN-ID.
           MOVE LN-PIN TO WO-PIN.
           MOVE LN-ACCT-NO TO WO-ACCT-NO.
           MOVE "00" TO WO-BRANCH.
           MOVE 'P' TO WO-STATUS.
           MOVE WS-REASON TO WO-REASON.
           MOVE WS-OPERATOR-ID TO WO-PROPOSED-BY.
           MOVE WS-TODAY TO WO-PROPOSED-DATE.
           MOVE 'N' TO WO-AGENCY-SENT.
           IF WS-REGISTER-FOUND = 'Y' THEN
              REWRITE WRITE-OFF-RECORD
           ELSE
              WRITE WRITE-OFF-RECORD
           END-IF.
           PERFORM LOG-WRITE-OFF-ACTION.
           DISPLAY "Pret " LN-ID " propose en perte, en attente "
              "d'un superviseur".

      *    Still active, and in default for long enough: the
      *    same tests at proposal and again at approval, since
      *    the borrower may have caught up in between.
       CHECK-LOAN-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 DISPLAY "Pret introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT LN-IS-ACTIVE THEN
              DISPLAY "Ce pret n'est pas actif"
              EXIT PARAGRAPH
           END-IF.
           IF ARREARS-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun impaye sur ce pret"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-ID TO AR-LOAN-ID.
           READ ARREARS-RECORDS
              INVALID KEY
                 DISPLAY "Aucun impaye sur ce pret"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT AR-IS-ACTIVE THEN
              DISPLAY "Aucun impaye en cours sur ce pret"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-BEHIND =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(AR-FIRST-MISSED-DATE).
           IF WS-DAYS-BEHIND < WS-MIN-DAYS-BEHIND THEN
              DISPLAY "Retard de " WS-DAYS-BEHIND " jours, minimum "
                 WS-MIN-DAYS-BEHIND
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ELIGIBLE.

      *    The proposer cannot approve their own write-off.
       DECIDE-WRITE-OFF.
           IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Decision reservee aux superviseurs"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero du pret ?".
           ACCEPT WS-LOAN-ID.
           MOVE WS-LOAN-ID TO WO-LOAN-ID.
           READ WRITE-OFFS
              INVALID KEY
                 DISPLAY "Aucune proposition pour ce pret"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT WO-IS-PROPOSED THEN
              DISPLAY "Proposition deja traitee, statut " WO-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF WO-PROPOSED-BY = WS-OPERATOR-ID THEN
              DISPLAY "Un operateur ne peut pas approuver sa "
                 "propre proposition"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pret " WO-LOAN-ID " propose par " WO-PROPOSED-BY
              " le " WO-PROPOSED-DATE " : " WO-REASON.
           DISPLAY "Decision (A=Approuver / R=Refuser) ?".
           ACCEPT WS-DECISION.

           EVALUATE TRUE
              WHEN WS-DECISION-APPROVE
                 PERFORM CHECK-LOAN-ELIGIBLE
                 IF WS-ELIGIBLE = 'Y' THEN
                    PERFORM APPLY-WRITE-OFF
                 END-IF
              WHEN WS-DECISION-REFUSE
                 MOVE 'R' TO WO-STATUS
                 MOVE WS-OPERATOR-ID TO WO-DECIDED-BY
                 MOVE WS-TODAY TO WO-DECIDED-DATE
                 REWRITE WRITE-OFF-RECORD
                 PERFORM LOG-WRITE-OFF-ACTION
                 DISPLAY "Proposition refusee"
              WHEN OTHER
                 DISPLAY "Decision invalide (A ou R attendu)"
           END-EVALUATE.

      *    What remains is released against the provision the
      *    month-end already holds for it (WOPV); only the part
      *    beyond it is a fresh loss (WOLS). The provision row
      *    is emptied so the next month-end has nothing left to
      *    release for this loan.
       APPLY-WRITE-OFF.
           MOVE 0 TO WS-PROVISION-HELD.
           MOVE "00" TO WO-BRANCH.
           OPEN I-O LOAN-PROVISIONS.
           IF LOAN-PROVISIONS-FS = "00" THEN
              MOVE LN-ID TO LP-LOAN-ID
              READ LOAN-PROVISIONS
                 NOT INVALID KEY
                    MOVE LP-PROVISION TO WS-PROVISION-HELD
                    MOVE LP-BRANCH TO WO-BRANCH
              END-READ
           END-IF.
           IF WS-PROVISION-HELD = 0 THEN
              PERFORM FIND-LOAN-BRANCH
           END-IF.

           IF WS-PROVISION-HELD > LN-OUTSTANDING THEN
              MOVE LN-OUTSTANDING TO WO-PROVISION-USED
           ELSE
              MOVE WS-PROVISION-HELD TO WO-PROVISION-USED
           END-IF.
           COMPUTE WO-LOSS-AMOUNT =
              LN-OUTSTANDING - WO-PROVISION-USED.
           MOVE LN-OUTSTANDING TO WO-AMOUNT.
           MOVE AR-MISSED-AMOUNT TO WO-ARREARS-AMOUNT.
           MOVE AR-FIRST-MISSED-DATE TO WO-FIRST-MISSED-DATE.

           IF WO-PROVISION-USED > 0 THEN
              MOVE "WOPV" TO WS-POSTING-TYPE
              MOVE WO-PROVISION-USED TO WS-POSTING-AMOUNT
              PERFORM WRITE-WRITE-OFF-TRANLOG
           END-IF.
           IF WO-LOSS-AMOUNT > 0 THEN
              MOVE "WOLS" TO WS-POSTING-TYPE
              MOVE WO-LOSS-AMOUNT TO WS-POSTING-AMOUNT
              PERFORM WRITE-WRITE-OFF-TRANLOG
           END-IF.

      *    Any provision beyond what was owed goes back to income
      *    the next month-end, like any other provision no longer
      *    needed.
           IF LOAN-PROVISIONS-FS = "00" THEN
              IF WS-PROVISION-HELD > 0 THEN
                 SUBTRACT WO-PROVISION-USED FROM LP-PROVISION
                 MOVE 0 TO LP-OUTSTANDING
                 REWRITE LOAN-PROVISION-RECORD
              END-IF
              CLOSE LOAN-PROVISIONS
           END-IF.

           MOVE 'W' TO LN-STATUS.
           MOVE 0 TO LN-OUTSTANDING.
           REWRITE LOAN-RECORD.
           MOVE 'W' TO AR-STATUS.
           REWRITE ARREARS-RECORD.

           MOVE 'W' TO WO-STATUS.
           MOVE WS-OPERATOR-ID TO WO-DECIDED-BY.
           MOVE WS-TODAY TO WO-DECIDED-DATE.
           MOVE 0 TO WO-RECOVERED.
           MOVE 0 TO WO-LAST-RECOVERY-DATE.
           MOVE 'N' TO WO-AGENCY-SENT.
           MOVE 0 TO WO-AGENCY-DATE.
           REWRITE WRITE-OFF-RECORD.
           PERFORM LOG-WRITE-OFF-ACTION.
           DISPLAY "Pret " WO-LOAN-ID " passe en perte : "
              WO-AMOUNT " dont provision " WO-PROVISION-USED
              " et perte " WO-LOSS-AMOUNT.
           DISPLAY "Il partira au prochain envoi a l'agence de "
              "recouvrement".

       FIND-LOAN-BRANCH.
           OPEN INPUT ACCOUNT-BRANCHES.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              MOVE LN-PIN TO AB-PIN
              MOVE LN-ACCT-NO TO AB-ACCT-NO
              READ ACCOUNT-BRANCHES
                 NOT INVALID KEY
                    IF AB-BRANCH NOT = SPACES THEN
                       MOVE AB-BRANCH TO WO-BRANCH
                    END-IF
              END-READ
           END-IF.
           CLOSE ACCOUNT-BRANCHES.

      *    A movement between our own ledger accounts: the
      *    customer's current account is not touched.
       WRITE-WRITE-OFF-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE WS-POSTING-TYPE TO TL-TYPE.
           MOVE WS-POSTING-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE WO-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       LIST-REGISTER.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WO-LOAN-ID.
           START WRITE-OFFS KEY IS > WO-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ WRITE-OFFS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    PERFORM SHOW-ONE-WRITE-OFF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Registre vide"
           END-IF.

       SHOW-ONE-WRITE-OFF.
           EVALUATE TRUE
              WHEN WO-IS-PROPOSED
                 DISPLAY "  Pret " WO-LOAN-ID " PROPOSE le "
                    WO-PROPOSED-DATE " par " WO-PROPOSED-BY
                    " : " WO-REASON
              WHEN WO-IS-REFUSED
                 DISPLAY "  Pret " WO-LOAN-ID " REFUSE le "
                    WO-DECIDED-DATE " par " WO-DECIDED-BY
              WHEN WO-IS-WRITTEN-OFF
                 COMPUTE WS-BALANCE-LEFT = WO-AMOUNT - WO-RECOVERED
                 DISPLAY "  Pret " WO-LOAN-ID " EN PERTE le "
                    WO-DECIDED-DATE " montant " WO-AMOUNT
                    " recupere " WO-RECOVERED
                    " reste " WS-BALANCE-LEFT
                    " agence " WO-AGENCY-SENT
           END-EVALUATE.

       LOG-WRITE-OFF-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "PERTE pret=" WO-LOAN-ID
              " statut=" WO-STATUS
              " propose=" WO-PROPOSED-BY
              " decideur=" WO-DECIDED-BY
              " par=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM LoanWriteOff.
