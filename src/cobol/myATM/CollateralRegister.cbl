       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralRegister.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

      *  Every revaluation, stamped with the operator who did it,
      *  in the login-audit style.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 COLLATERAL-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-REVALUE VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-LOAN-ID PIC 9(6).
       01 WS-SEQ PIC 9(2).
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-OLD-VALUATION PIC 9(7)V99.
       01 WS-NEW-VALUATION PIC 9(7)V99.
       01 WS-SECURED-VALUE PIC 9(9)V99.
       01 WS-LOAN-TO-VALUE PIC 9(5)V99.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucune garantie enregistree"
              CLOSE COLLATERAL-RECORDS
              STOP RUN
           END-IF.
           OPEN INPUT LOAN-RECORDS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-COLLATERAL-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-LOAN-SECURITIES
                 WHEN WS-MENU-REVALUE
                    PERFORM REVALUE-SECURITY
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE COLLATERAL-RECORDS.
           CLOSE LOAN-RECORDS.
           DISPLAY "Fin de la gestion des garanties".
           STOP RUN.

       DISPLAY-COLLATERAL-MENU.
           DISPLAY "=== Garanties des prets ===".
           DISPLAY "1. Garanties d'un pret".
           DISPLAY "2. Reevaluer une garantie".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    Every security of the loan, released ones included, and
      *    the loan-to-value on what is still pledged.
       LIST-LOAN-SECURITIES.
           DISPLAY "Numero du pret ?".
           ACCEPT WS-LOAN-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-SECURED-VALUE.
           MOVE 'N' TO WS-EOF.
           MOVE WS-LOAN-ID TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-LOAN-ID NOT = WS-LOAN-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-ONE-SECURITY
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune garantie sur ce pret"
              EXIT PARAGRAPH
           END-IF.

           IF LOAN-RECORDS-FS NOT = "00" OR WS-SECURED-VALUE = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF LN-OUTSTANDING > WS-SECURED-VALUE * 999 THEN
              MOVE 99999,99 TO WS-LOAN-TO-VALUE
           ELSE
              COMPUTE WS-LOAN-TO-VALUE ROUNDED =
                 LN-OUTSTANDING * 100 / WS-SECURED-VALUE
           END-IF.
           DISPLAY "Restant du " LN-OUTSTANDING " pour "
              WS-SECURED-VALUE " nantis, quotite "
              WS-LOAN-TO-VALUE " %".

       SHOW-ONE-SECURITY.
           EVALUATE TRUE
              WHEN CL-IS-TERM-DEPOSIT
                 DISPLAY "  " CL-SEQ " DEPOT A TERME " CL-TD-ID
                    " valeur " CL-VALUATION " au " CL-VALUATION-DATE
                    " statut " CL-STATUS
              WHEN CL-IS-SAVINGS
                 DISPLAY "  " CL-SEQ " EPARGNE " CL-PIN "-"
                    CL-ACCT-NO " valeur " CL-VALUATION " au "
                    CL-VALUATION-DATE " statut " CL-STATUS
              WHEN CL-IS-GUARANTOR
                 DISPLAY "  " CL-SEQ " CAUTION client "
                    CL-GUARANTOR-ID " pour " CL-VALUATION " au "
                    CL-VALUATION-DATE " statut " CL-STATUS
           END-EVALUATE.
           IF CL-IS-ACTIVE AND NOT CL-IS-GUARANTOR THEN
              ADD CL-VALUATION TO WS-SECURED-VALUE
           END-IF.

      *    A pledged balance is held for its valuation, so it can
      *    be revised down freely but never above what it was
      *    pledged for; deposits and guarantees take any figure.
       REVALUE-SECURITY.
           DISPLAY "Numero du pret ?".
           ACCEPT WS-LOAN-ID.
           DISPLAY "Numero d'ordre de la garantie ?".
           ACCEPT WS-SEQ.
           MOVE WS-LOAN-ID TO CL-LOAN-ID.
           MOVE WS-SEQ TO CL-SEQ.
           READ COLLATERAL-RECORDS KEY IS CL-KEY
              INVALID KEY
                 DISPLAY "Garantie introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CL-IS-ACTIVE THEN
              DISPLAY "Garantie deja levee"
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ONE-SECURITY.

           DISPLAY "Nouvelle valeur ?".
           ACCEPT WS-NEW-VALUATION.
           IF WS-NEW-VALUATION = 0 THEN
              DISPLAY "La valeur doit etre superieure a zero"
              EXIT PARAGRAPH
           END-IF.
           IF CL-IS-SAVINGS AND WS-NEW-VALUATION > CL-VALUATION THEN
              DISPLAY "Un nantissement d'epargne ne peut etre "
                 "augmente que par un nouveau nantissement"
              EXIT PARAGRAPH
           END-IF.

           MOVE CL-VALUATION TO WS-OLD-VALUATION.
           MOVE WS-NEW-VALUATION TO CL-VALUATION.
           MOVE WS-TODAY TO CL-VALUATION-DATE.
           REWRITE COLLATERAL-RECORD.
           PERFORM LOG-REVALUATION.
           DISPLAY "Garantie reevaluee de " WS-OLD-VALUATION " a "
              CL-VALUATION.

       LOG-REVALUATION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "GARANTIE pret=" CL-LOAN-ID
              " ordre=" CL-SEQ
              " avant=" WS-OLD-VALUATION
              " apres=" CL-VALUATION
              " par=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM CollateralRegister.
