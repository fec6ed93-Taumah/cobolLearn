       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyFunction.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-BALANCES ASSIGN TO WS-LOYBAL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-CARD-NUMBER
              FILE STATUS IS LOYALTY-BALANCES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LOYALTY-BALANCES.
       COPY "LOYBAL.cpy".

       WORKING-STORAGE SECTION.

       01 LOYALTY-BALANCES-FS PIC XX.
       01 WS-POINTS-HELD PIC 9(7) VALUE 0.
       01 WS-POINTS-WANTED PIC 9(7) VALUE 0.
       01 WS-CONFIRM PIC X.
       01 WS-REDEEM-AMOUNT PIC 9(5)V99.
       01 WS-REDEEM-REF PIC 9(8).
       01 WS-REDEEM-STATUS PIC 9.

      *  Points used at the machine are the cardholder's own,
      *  recorded with no operator.
       01 WS-NO-OPERATOR PIC 9(6) VALUE 0.

      *  Which machine this session runs on, from the terminal's
      *  own deploy.cfg identity.
       01 WS-TERMINAL-ID PIC X(4) VALUE "0001".

      *  The branch whose machine this session runs on, from the
      *  terminal's deploy.cfg.
       01 WS-BRANCH-ID PIC X(2) VALUE "01".

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-LOYBAL-PATH PIC X(100) VALUE "../../data/loybal.dat".

       LINKAGE SECTION.

       01 PIN PIC 9(4).
       01 ACCT-NO PIC 9(2).
       01 STATUS-CODE PIC 9(4).
       01 CARD-NUMBER-IN PIC 9(4).

       PROCEDURE DIVISION
       USING BY REFERENCE PIN ACCT-NO STATUS-CODE CARD-NUMBER-IN .

           ACCEPT WS-LOYBAL-PATH FROM ENVIRONMENT "LOYBAL_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO WS-POINTS-HELD.

           OPEN INPUT LOYALTY-BALANCES.
           IF LOYALTY-BALANCES-FS = "00" THEN
              MOVE CARD-NUMBER-IN TO LB-CARD-NUMBER
              READ LOYALTY-BALANCES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE LB-BALANCE TO WS-POINTS-HELD
              END-READ
           END-IF.
           CLOSE LOYALTY-BALANCES.

           DISPLAY "Points fidelite de votre carte : " WS-POINTS-HELD.
           IF WS-POINTS-HELD < 1000 THEN
              DISPLAY "Les points s'utilisent a partir de 1000 "
                 "(100 points = 1,00 EUR)"
              EXIT PROGRAM
           END-IF.

           DISPLAY "100 points = 1,00 EUR credite sur le compte "
              ACCT-NO.
           DISPLAY "Nombre de points a utiliser (par centaines, "
              "0 pour abandonner) ?".
           ACCEPT WS-POINTS-WANTED.
           IF WS-POINTS-WANTED = 0 THEN
              EXIT PROGRAM
           END-IF.
           IF WS-POINTS-WANTED > WS-POINTS-HELD THEN
              DISPLAY "Vous n'avez pas autant de points"
              EXIT PROGRAM
           END-IF.

           DISPLAY "Confirmez-vous (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o' THEN
              DISPLAY "Operation abandonnee"
              EXIT PROGRAM
           END-IF.

           CALL "RedeemLoyaltyPoints" USING BY REFERENCE
              CARD-NUMBER-IN PIN ACCT-NO WS-POINTS-WANTED
              WS-NO-OPERATOR WS-TERMINAL-ID WS-BRANCH-ID
              WS-REDEEM-AMOUNT WS-REDEEM-REF WS-REDEEM-STATUS.
           EVALUATE WS-REDEEM-STATUS
              WHEN 0
                 MOVE 0 TO STATUS-CODE
                 DISPLAY WS-REDEEM-AMOUNT " EUR credites, reference "
                    WS-REDEEM-REF
              WHEN 1
                 DISPLAY "Points a utiliser par centaines, "
                    "1000 au minimum"
              WHEN 2
                 DISPLAY "Points insuffisants sur cette carte"
              WHEN OTHER
                 DISPLAY "Ce compte ne peut pas recevoir le credit"
           END-EVALUATE.

           EXIT PROGRAM.

       END PROGRAM LoyaltyFunction.
