       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuickCashPrefFunction.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUICK-PREFS ASSIGN TO WS-QUICKPREF-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS QP-CARD-NUMBER
              FILE STATUS IS QUICK-PREFS-FS.

      *  Read only, to make sure the favourite account is one of
      *  the cardholder's own and still open.
           SELECT BANK-RECORDS ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD QUICK-PREFS.
       COPY "QUICKPREF.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       WORKING-STORAGE SECTION.

       01 QUICK-PREFS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-PREF-FOUND PIC X VALUE 'N'.
       01 WS-CHANGED PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SHOW VALUE 1.
           88 WS-MENU-SET VALUE 2.
           88 WS-MENU-DELETE VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

       01 WS-PREF-ACCT PIC 9(2).
       01 WS-PREF-AMOUNT PIC 9(4).
       01 WS-PREF-RECEIPT PIC X.
           88 WS-PREF-RECEIPT-VALID VALUE 'O' 'N'.
       01 WS-ACCOUNT-OK PIC X.

      *  Changes go to the sealed session journal, the same as the
      *  card controls the cardholder sets here.
       01 WS-EJ-EVENT PIC X(8) VALUE 'PREFRAP'.
       01 WS-EJ-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-EJ-DETAIL PIC X(20).

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-QUICKPREF-PATH PIC X(100)
           VALUE "../../data/quickpref.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       LINKAGE SECTION.

       01 CARD-NUMBER-IN PIC 9(4).
       01 PIN PIC 9(4).
      *  The account chosen for this session, offered as the
      *  favourite when none is keyed.
       01 ACCT-NO PIC 9(2).
      *  0 when the preference was set or removed, 1 when nothing
      *  changed.
       01 STATUS-CODE PIC 9(4).

       PROCEDURE DIVISION
       USING BY REFERENCE CARD-NUMBER-IN PIN ACCT-NO STATUS-CODE.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-QUICKPREF-PATH FROM ENVIRONMENT "QUICKPREF_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 1 TO STATUS-CODE.
           MOVE 'N' TO WS-CHANGED.
           MOVE 0 TO WS-MENU-CHOICE.

           OPEN I-O QUICK-PREFS.
           IF QUICK-PREFS-FS = "35" THEN
              CLOSE QUICK-PREFS
              OPEN OUTPUT QUICK-PREFS
              CLOSE QUICK-PREFS
              OPEN I-O QUICK-PREFS
           END-IF.

           PERFORM READ-QUICK-PREF.

           PERFORM UNTIL WS-MENU-QUIT
              DISPLAY "=== Retrait rapide, carte " CARD-NUMBER-IN
                 " ==="
              DISPLAY "1. Voir ma preference"
              DISPLAY "2. Definir compte, montant et ticket"
              DISPLAY "3. Supprimer le retrait rapide"
              DISPLAY "4. Retour"
              DISPLAY "Votre choix ?"
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-QUICK-PREF
                 WHEN WS-MENU-SET
                    PERFORM SET-QUICK-PREF
                 WHEN WS-MENU-DELETE
                    PERFORM DELETE-QUICK-PREF
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE QUICK-PREFS.
           IF WS-CHANGED = 'Y' THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           EXIT PROGRAM.

      *    A preference set while the card belonged to another
      *    customer is treated as absent and replaced on the next
      *    change.
       READ-QUICK-PREF.
           MOVE 'N' TO WS-PREF-FOUND.
           MOVE CARD-NUMBER-IN TO QP-CARD-NUMBER.
           READ QUICK-PREFS
              INVALID KEY
                 INITIALIZE QUICK-PREF-RECORD
                 MOVE CARD-NUMBER-IN TO QP-CARD-NUMBER
                 MOVE 'N' TO QP-RECEIPT
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PREF-FOUND
           END-READ.

       SHOW-QUICK-PREF.
           IF WS-PREF-FOUND = 'N' OR QP-CUSTOMER-ID NOT = PIN THEN
              DISPLAY "Aucun retrait rapide defini"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compte          : " QP-ACCT-NO.
           DISPLAY "Montant         : " QP-AMOUNT " euros".
           IF QP-WANTS-RECEIPT THEN
              DISPLAY "Ticket          : oui"
           ELSE
              DISPLAY "Ticket          : non"
           END-IF.

       SET-QUICK-PREF.
           DISPLAY "Compte du retrait rapide (0 = compte en cours "
              ACCT-NO ") ?".
           MOVE 0 TO WS-PREF-ACCT.
           ACCEPT WS-PREF-ACCT.
           IF WS-PREF-ACCT = 0 THEN
              MOVE ACCT-NO TO WS-PREF-ACCT
           END-IF.
           PERFORM CHECK-FAVOURITE-ACCOUNT.
           IF WS-ACCOUNT-OK = 'N' THEN
              DISPLAY "Compte inconnu ou indisponible"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant habituel (multiple de 10) ?".
           MOVE 0 TO WS-PREF-AMOUNT.
           ACCEPT WS-PREF-AMOUNT.
           IF WS-PREF-AMOUNT = 0
                 OR FUNCTION MOD(WS-PREF-AMOUNT, 10) NOT = 0 THEN
              DISPLAY "Montant invalide, multiple de 10 attendu"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Ticket a chaque retrait (O/N) ?".
           MOVE SPACE TO WS-PREF-RECEIPT.
           ACCEPT WS-PREF-RECEIPT.
           MOVE FUNCTION UPPER-CASE(WS-PREF-RECEIPT)
              TO WS-PREF-RECEIPT.
           IF NOT WS-PREF-RECEIPT-VALID THEN
              DISPLAY "Reponse invalide, O ou N attendu"
              EXIT PARAGRAPH
           END-IF.

           MOVE PIN TO QP-CUSTOMER-ID.
           MOVE WS-PREF-ACCT TO QP-ACCT-NO.
           MOVE WS-PREF-AMOUNT TO QP-AMOUNT.
           MOVE WS-PREF-RECEIPT TO QP-RECEIPT.
           MOVE WS-TODAY TO QP-UPDATED-DATE.
           IF WS-PREF-FOUND = 'Y' THEN
              REWRITE QUICK-PREF-RECORD
           ELSE
              WRITE QUICK-PREF-RECORD
              MOVE 'Y' TO WS-PREF-FOUND
           END-IF.
           MOVE 'Y' TO WS-CHANGED.
           DISPLAY "Retrait rapide enregistre : " QP-AMOUNT
              " euros sur le compte " QP-ACCT-NO.

           MOVE QP-AMOUNT TO WS-EJ-AMOUNT.
           MOVE SPACES TO WS-EJ-DETAIL.
           STRING "RAPIDE CPTE " QP-ACCT-NO " TICKET " QP-RECEIPT
              DELIMITED BY SIZE INTO WS-EJ-DETAIL.
           PERFORM WRITE-SESSION-EVENT.

       DELETE-QUICK-PREF.
           IF WS-PREF-FOUND = 'N' THEN
              DISPLAY "Aucun retrait rapide defini"
              EXIT PARAGRAPH
           END-IF.
           DELETE QUICK-PREFS RECORD.
           MOVE 'N' TO WS-PREF-FOUND.
           MOVE 'Y' TO WS-CHANGED.
           DISPLAY "Retrait rapide supprime".
           PERFORM READ-QUICK-PREF.

           MOVE 0 TO WS-EJ-AMOUNT.
           MOVE "RAPIDE SUPPRIME" TO WS-EJ-DETAIL.
           PERFORM WRITE-SESSION-EVENT.

      *    Only an open account of the cardholder's own may become
      *    the favourite.
       CHECK-FAVOURITE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-OK.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN TO RCD-PIN.
           MOVE WS-PREF-ACCT TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RCD-ACTIVE THEN
                    MOVE 'Y' TO WS-ACCOUNT-OK
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.

       WRITE-SESSION-EVENT.
           CALL "RecordSessionEvent" USING BY REFERENCE
              WS-EJ-EVENT CARD-NUMBER-IN WS-EJ-AMOUNT WS-EJ-DETAIL.

       END PROGRAM QuickCashPrefFunction.
