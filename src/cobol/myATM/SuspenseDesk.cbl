       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseDesk.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS ASSIGN TO '../../data/suspitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-ID
              FILE STATUS IS SUSPENSE-ITEMS-FS.

      *  The clearing entry goes to the running period file like
      *  every other posting side.
           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

      *  One line per item cleared, with the operator who decided
      *  where it belonged, for the auditors.
           SELECT CLEARING-JOURNAL ASSIGN TO '../../data/suspclr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARING-JOURNAL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-ITEMS.
       COPY "SUSPITEM.cpy".

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           03 GP-DATE PIC 9(8).
           03 FILLER PIC X.
           03 GP-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 GP-ACCOUNT PIC 9(6).
           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       FD CLEARING-JOURNAL.
       01 CLEARING-JOURNAL-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 SUSPENSE-ITEMS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 CLEARING-JOURNAL-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-VIEW VALUE 2.
           88 WS-MENU-CLEAR VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door; the clearing entry is posted under this id.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 GL-SUSPENS PIC 9(6) VALUE 999900.

       01 WS-ITEM-ID PIC 9(8).
       01 WS-TARGET-ACCOUNT PIC 9(6).
       01 WS-ACCOUNT-CLASS PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-SUSPENSE-SIDE PIC X.
       01 WS-TARGET-SIDE PIC X.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-AGE-DAYS PIC 9(5).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O SUSPENSE-ITEMS.
           IF SUSPENSE-ITEMS-FS NOT = "00" THEN
              DISPLAY "Aucun element en suspens"
              CLOSE SUSPENSE-ITEMS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-SUSPENSE-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-OPEN-ITEMS
                 WHEN WS-MENU-VIEW
                    PERFORM VIEW-ONE-ITEM
                 WHEN WS-MENU-CLEAR
                    PERFORM CLEAR-ONE-ITEM
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE SUSPENSE-ITEMS.
           DISPLAY "Fin du traitement des suspens".
           STOP RUN.

       DISPLAY-SUSPENSE-MENU.
           DISPLAY "=== Compte d'attente 999900 ===".
           DISPLAY "1. Lister les elements ouverts".
           DISPLAY "2. Consulter un element".
           DISPLAY "3. Apurer un element".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SU-ID.
           START SUSPENSE-ITEMS KEY IS > SU-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUSPENSE-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SU-IS-OPEN THEN
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM COMPUTE-ITEM-AGE
                       DISPLAY "  " SU-ID " " SU-DATE " " SU-SIDE
                          " " SU-AMOUNT " " SU-ORIGIN " " SU-TYPE
                          " age " WS-AGE-DAYS " j"
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun element ouvert"
           END-IF.

       COMPUTE-ITEM-AGE.
           MOVE 0 TO WS-AGE-DAYS.
           IF SU-DATE IS NUMERIC AND SU-DATE > 0
                 AND SU-DATE < WS-TODAY THEN
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(SU-DATE)
           END-IF.

       VIEW-ONE-ITEM.
           DISPLAY "Numero de l'element ?".
           ACCEPT WS-ITEM-ID.
           MOVE WS-ITEM-ID TO SU-ID.
           READ SUSPENSE-ITEMS
              INVALID KEY
                 DISPLAY "Element inconnu"
              NOT INVALID KEY
                 PERFORM COMPUTE-ITEM-AGE
                 DISPLAY "Element   : " SU-ID
                 DISPLAY "Origine   : " SU-ORIGIN
                 DISPLAY "Reference : " SU-REF
                 DISPLAY "Type      : " SU-TYPE
                 DISPLAY "Sens      : " SU-SIDE
                 DISPLAY "Montant   : " SU-AMOUNT
                 DISPLAY "Date      : " SU-DATE " (" WS-AGE-DAYS
                    " j)"
                 DISPLAY "Agence    : " SU-BRANCH
                 DISPLAY "Detail    : " SU-DETAIL
                 IF SU-IS-CLEARED THEN
                    DISPLAY "Apure le " SU-CLEARED-DATE " par "
                       SU-CLEARED-BY " vers " SU-CLEARED-ACCOUNT
                 END-IF
           END-READ.

      *    The operator names the account the item belonged in;
      *    suspense is reversed against it on the item's own
      *    side, so the suspense balance drops by exactly the item.
       CLEAR-ONE-ITEM.
           DISPLAY "Numero de l'element a apurer ?".
           ACCEPT WS-ITEM-ID.
           MOVE WS-ITEM-ID TO SU-ID.
           READ SUSPENSE-ITEMS
              INVALID KEY
                 DISPLAY "Element inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF SU-IS-CLEARED THEN
              DISPLAY "Cet element est deja apure"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte de destination (6 chiffres) ?".
           ACCEPT WS-TARGET-ACCOUNT.
           DIVIDE WS-TARGET-ACCOUNT BY 100000
              GIVING WS-ACCOUNT-CLASS.
           IF WS-ACCOUNT-CLASS < 1 OR WS-ACCOUNT-CLASS > 4
                 OR WS-TARGET-ACCOUNT = GL-SUSPENS THEN
              DISPLAY "Compte de destination invalide"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Apurer " SU-AMOUNT " vers " WS-TARGET-ACCOUNT
              " ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'O' THEN
              DISPLAY "Apurement abandonne"
              EXIT PARAGRAPH
           END-IF.

           IF SU-AMOUNT > 0 THEN
              PERFORM POST-CLEARING-ENTRY
              IF GL-PERIOD-FS NOT = "00" THEN
                 DISPLAY "Grand livre indisponible, element laisse "
                    "ouvert"
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'C' TO SU-STATUS.
           MOVE WS-OPERATOR-ID TO SU-CLEARED-BY.
           MOVE WS-TODAY TO SU-CLEARED-DATE.
           MOVE WS-TARGET-ACCOUNT TO SU-CLEARED-ACCOUNT.
           REWRITE SUSPENSE-ITEM-RECORD.
           PERFORM WRITE-JOURNAL-LINE.
           DISPLAY "Element " SU-ID " apure vers " WS-TARGET-ACCOUNT.

       POST-CLEARING-ENTRY.
           IF SU-IS-DEBIT THEN
              MOVE 'C' TO WS-SUSPENSE-SIDE
              MOVE 'D' TO WS-TARGET-SIDE
           ELSE
              MOVE 'D' TO WS-SUSPENSE-SIDE
              MOVE 'C' TO WS-TARGET-SIDE
           END-IF.

           OPEN EXTEND GL-PERIOD-FILE.
           IF GL-PERIOD-FS = "35" THEN
              OPEN OUTPUT GL-PERIOD-FILE
           END-IF.
           IF GL-PERIOD-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO GL-PERIOD-RECORD.
           MOVE WS-TODAY TO GP-DATE.
           MOVE SU-BRANCH TO GP-BRANCH.
           MOVE GL-SUSPENS TO GP-ACCOUNT.
           MOVE WS-SUSPENSE-SIDE TO GP-SIDE.
           MOVE SU-AMOUNT TO GP-AMOUNT.
           WRITE GL-PERIOD-RECORD.

           MOVE SPACES TO GL-PERIOD-RECORD.
           MOVE WS-TODAY TO GP-DATE.
           MOVE SU-BRANCH TO GP-BRANCH.
           MOVE WS-TARGET-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-TARGET-SIDE TO GP-SIDE.
           MOVE SU-AMOUNT TO GP-AMOUNT.
           WRITE GL-PERIOD-RECORD.
           CLOSE GL-PERIOD-FILE.

       WRITE-JOURNAL-LINE.
           OPEN EXTEND CLEARING-JOURNAL.
           IF CLEARING-JOURNAL-FS = "35" THEN
              OPEN OUTPUT CLEARING-JOURNAL
           END-IF.
           MOVE SPACES TO CLEARING-JOURNAL-LINE.
           STRING WS-TODAY " op=" WS-OPERATOR-ID
              " element=" SU-ID " " SU-SIDE " " SU-AMOUNT
              " vers=" WS-TARGET-ACCOUNT " ref=" SU-REF
              DELIMITED BY SIZE INTO CLEARING-JOURNAL-LINE
           END-STRING.
           WRITE CLEARING-JOURNAL-LINE.
           CLOSE CLEARING-JOURNAL.

       END PROGRAM SuspenseDesk.
