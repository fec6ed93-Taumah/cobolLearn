       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposureLimitMaintenance.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-LIMITS ASSIGN TO '../../data/exposlim.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EL-CUSTOMER-ID
              ALTERNATE RECORD KEY IS EL-GROUP-ID WITH DUPLICATES
              FILE STATUS IS EXPOSURE-LIMITS-FS.

      *  A minor and the guardian whose card authorizes the
      *  account make a group of their own.
           SELECT MINOR-CONTROLS ASSIGN TO '../../data/minorctl.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MN-KEY
              FILE STATUS IS MINOR-CONTROLS-FS.

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Every limit set or group changed, stamped with the
      *  operator who did it, in the login-audit style.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD EXPOSURE-LIMITS.
       COPY "EXPOSLIM.cpy".

       FD MINOR-CONTROLS.
       COPY "MINORREC.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 EXPOSURE-LIMITS-FS PIC XX.
       01 MINOR-CONTROLS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SET-LIMIT VALUE 1.
           88 WS-MENU-ATTACH VALUE 2.
           88 WS-MENU-MINOR VALUE 3.
           88 WS-MENU-GROUP-LIMIT VALUE 4.
           88 WS-MENU-CONSULT VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door. Only a supervisor changes a limit or a group;
      *  anyone signed on may look.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-MEMBER-ID PIC 9(4).
       01 WS-HEAD-ID PIC 9(4).
       01 WS-NEW-LIMIT PIC 9(9)V99.
       01 WS-ROW-NEW PIC X VALUE 'N'.
       01 WS-CUSTOMER-OK PIC X VALUE 'N'.
       01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
       01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
       01 WS-AUDIT-ACTION PIC X(8).

      *  The customer's exposure by source, and against the limits.
       01 WS-LOANS PIC 9(9)V99.
       01 WS-OVERDRAFTS PIC 9(9)V99.
       01 WS-PRESENTMENTS PIC 9(9)V99.
       01 WS-GUARANTEES PIC 9(9)V99.
       01 WS-EXPOSURE PIC 9(9)V99.
       01 WS-NOTHING-ADDED PIC 9(9)V99 VALUE 0.
       01 WS-LIMIT-RESULT PIC X.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-GROUP-ID PIC 9(4).
       01 WS-GROUP-EXPOSURE PIC 9(9)V99.
       01 WS-GROUP-LIMIT PIC 9(9)V99.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM OPEN-OR-CREATE-EXPOSURE-LIMITS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-EXPOSURE-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-CONSULT
                    PERFORM CONSULT-EXPOSURE
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN WS-MENU-SET-LIMIT OR WS-MENU-ATTACH
                       OR WS-MENU-MINOR OR WS-MENU-GROUP-LIMIT
                    IF NOT WS-OPERATOR-IS-SUPERVISOR THEN
                       DISPLAY "Reserve aux superviseurs"
                    ELSE
                       EVALUATE TRUE
                          WHEN WS-MENU-SET-LIMIT
                             PERFORM SET-CUSTOMER-LIMIT
                          WHEN WS-MENU-ATTACH
                             PERFORM ATTACH-CUSTOMER
                          WHEN WS-MENU-MINOR
                             PERFORM GROUP-MINOR-WITH-GUARDIAN
                          WHEN WS-MENU-GROUP-LIMIT
                             PERFORM SET-GROUP-LIMIT
                       END-EVALUATE
                    END-IF
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE EXPOSURE-LIMITS.
           IF WS-CUSTMAST-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "Fin de la gestion des limites d'encours".
           STOP RUN.

      *    exposlim.dat may not exist yet; the first limit set
      *    creates it.
       OPEN-OR-CREATE-EXPOSURE-LIMITS.
           OPEN I-O EXPOSURE-LIMITS.
           IF EXPOSURE-LIMITS-FS = "35" THEN
              CLOSE EXPOSURE-LIMITS
              OPEN OUTPUT EXPOSURE-LIMITS
              CLOSE EXPOSURE-LIMITS
              OPEN I-O EXPOSURE-LIMITS
           END-IF.

       DISPLAY-EXPOSURE-MENU.
           DISPLAY "=== Limites d'encours clients ===".
           DISPLAY "1. Fixer la limite d'un client".
           DISPLAY "2. Rattacher un client a un groupe".
           DISPLAY "3. Grouper un mineur avec son tuteur".
           DISPLAY "4. Fixer la limite d'un groupe".
           DISPLAY "5. Consulter l'encours d'un client".
           DISPLAY "6. Quitter".
           DISPLAY "Votre choix ?".

      *    A customer unknown to the master gets no limit: the
      *    ceiling would guard nothing the bank can lend against.
       CHECK-CUSTOMER-KNOWN.
           MOVE 'N' TO WS-CUSTOMER-OK.
           IF WS-CUSTMAST-OPEN = 'N' THEN
              MOVE 'Y' TO WS-CUSTOMER-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client inconnu : " WS-CUSTOMER-ID
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-OK
           END-READ.

      *    Reads the customer's row, or starts a blank one the
      *    caller writes on SAVE-LIMIT-ROW.
       LOAD-LIMIT-ROW.
           MOVE 'N' TO WS-ROW-NEW.
           MOVE WS-CUSTOMER-ID TO EL-CUSTOMER-ID.
           READ EXPOSURE-LIMITS
              INVALID KEY
                 MOVE 'Y' TO WS-ROW-NEW
                 MOVE WS-CUSTOMER-ID TO EL-CUSTOMER-ID
                 MOVE 0 TO EL-LIMIT
                 MOVE 0 TO EL-GROUP-ID
                 MOVE 0 TO EL-GROUP-LIMIT
           END-READ.

       SAVE-LIMIT-ROW.
           MOVE WS-TODAY TO EL-SET-DATE.
           MOVE WS-OPERATOR-ID TO EL-SET-BY.
           IF WS-ROW-NEW = 'Y' THEN
              WRITE EXPOSURE-LIMIT-RECORD
           ELSE
              REWRITE EXPOSURE-LIMIT-RECORD
           END-IF.
           PERFORM LOG-LIMIT-CHANGE.

       SET-CUSTOMER-LIMIT.
           DISPLAY "Numero client ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM CHECK-CUSTOMER-KNOWN.
           IF WS-CUSTOMER-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Limite d'encours (0 = aucune) ?".
           ACCEPT WS-NEW-LIMIT.
           PERFORM LOAD-LIMIT-ROW.
           MOVE WS-NEW-LIMIT TO EL-LIMIT.
           MOVE "LIMITE" TO WS-AUDIT-ACTION.
           PERFORM SAVE-LIMIT-ROW.
           DISPLAY "Limite du client " EL-CUSTOMER-ID " : " EL-LIMIT.

      *    Spouses and other related customers are grouped by
      *    hand; group 0 takes the customer out of any group.
       ATTACH-CUSTOMER.
           DISPLAY "Numero client ?".
           ACCEPT WS-MEMBER-ID.
           DISPLAY "Client chef de groupe (0 = sortir du groupe) ?".
           ACCEPT WS-HEAD-ID.
           PERFORM JOIN-GROUP.

      *    The guardian heads the pair, or brings the minor into
      *    the group they already belong to.
       GROUP-MINOR-WITH-GUARDIAN.
           DISPLAY "Numero client du mineur ?".
           ACCEPT WS-MEMBER-ID.
           MOVE 0 TO WS-HEAD-ID.
           OPEN INPUT MINOR-CONTROLS.
           IF MINOR-CONTROLS-FS NOT = "00" THEN
              CLOSE MINOR-CONTROLS
              DISPLAY "Aucun compte de mineur enregistre"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE WS-MEMBER-ID TO MN-PIN.
           MOVE 0 TO MN-ACCT-NO.
           START MINOR-CONTROLS KEY IS >= MN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ MINOR-CONTROLS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF MN-PIN NOT = WS-MEMBER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF MN-IS-MINOR THEN
                          PERFORM FIND-GUARDIAN-CUSTOMER
                          MOVE 'Y' TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MINOR-CONTROLS.
           IF WS-HEAD-ID = 0 THEN
              DISPLAY "Aucun tuteur trouve pour ce client"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tuteur : client " WS-HEAD-ID.

           MOVE WS-HEAD-ID TO EL-CUSTOMER-ID.
           READ EXPOSURE-LIMITS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EL-GROUP-ID > 0 THEN
                    MOVE EL-GROUP-ID TO WS-HEAD-ID
                 END-IF
           END-READ.
           PERFORM JOIN-GROUP.

       FIND-GUARDIAN-CUSTOMER.
           OPEN INPUT CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE MN-GUARDIAN-CARD TO CARD-NUMBER.
           READ CARD-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CARD-CUSTOMER-ID NOT = WS-MEMBER-ID THEN
                    MOVE CARD-CUSTOMER-ID TO WS-HEAD-ID
                 END-IF
           END-READ.
           CLOSE CARD-RECORDS.

      *    Puts WS-MEMBER-ID under WS-HEAD-ID, making the head's
      *    own row the group's if it has none yet. A head with
      *    members of its own cannot itself be moved.
       JOIN-GROUP.
           MOVE WS-MEMBER-ID TO WS-CUSTOMER-ID.
           PERFORM CHECK-CUSTOMER-KNOWN.
           IF WS-CUSTOMER-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-HEAD-ID = WS-MEMBER-ID THEN
              DISPLAY "Un client ne peut etre rattache a lui-meme"
              EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-OTHER-MEMBERS.
           IF WS-MEMBER-COUNT > 0 THEN
              DISPLAY "Ce client est chef d'un groupe de "
                 WS-MEMBER-COUNT " membre(s), a dissoudre d'abord"
              EXIT PARAGRAPH
           END-IF.

           IF WS-HEAD-ID > 0 THEN
              MOVE WS-HEAD-ID TO WS-CUSTOMER-ID
              PERFORM CHECK-CUSTOMER-KNOWN
              IF WS-CUSTOMER-OK = 'N' THEN
                 EXIT PARAGRAPH
              END-IF
              PERFORM LOAD-LIMIT-ROW
              IF EL-GROUP-ID > 0
                    AND EL-GROUP-ID NOT = WS-HEAD-ID THEN
                 DISPLAY "Le client " WS-HEAD-ID
                    " est membre du groupe " EL-GROUP-ID
                    ", rattacher a ce dernier"
                 EXIT PARAGRAPH
              END-IF
              IF EL-GROUP-ID = 0 THEN
                 MOVE WS-HEAD-ID TO EL-GROUP-ID
                 MOVE "GROUPE" TO WS-AUDIT-ACTION
                 PERFORM SAVE-LIMIT-ROW
              END-IF
           END-IF.

           MOVE WS-MEMBER-ID TO WS-CUSTOMER-ID.
           PERFORM LOAD-LIMIT-ROW.
           MOVE WS-HEAD-ID TO EL-GROUP-ID.
           MOVE "GROUPE" TO WS-AUDIT-ACTION.
           PERFORM SAVE-LIMIT-ROW.
           IF WS-HEAD-ID = 0 THEN
              DISPLAY "Client " WS-MEMBER-ID " sorti de son groupe"
           ELSE
              DISPLAY "Client " WS-MEMBER-ID " rattache au groupe "
                 WS-HEAD-ID
           END-IF.

       COUNT-OTHER-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE WS-MEMBER-ID TO EL-GROUP-ID.
           START EXPOSURE-LIMITS KEY IS = EL-GROUP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXPOSURE-LIMITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF EL-GROUP-ID NOT = WS-MEMBER-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF EL-CUSTOMER-ID NOT = WS-MEMBER-ID THEN
                          ADD 1 TO WS-MEMBER-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    Setting a group's limit makes the customer its head if
      *    not already grouped.
       SET-GROUP-LIMIT.
           DISPLAY "Client chef de groupe ?".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM CHECK-CUSTOMER-KNOWN.
           IF WS-CUSTOMER-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LIMIT-ROW.
           IF EL-GROUP-ID > 0
                 AND EL-GROUP-ID NOT = WS-CUSTOMER-ID THEN
              DISPLAY "Ce client est membre du groupe " EL-GROUP-ID
                 ", fixer la limite sur son chef"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Limite d'encours du groupe (0 = aucune) ?".
           ACCEPT WS-NEW-LIMIT.
           MOVE WS-CUSTOMER-ID TO EL-GROUP-ID.
           MOVE WS-NEW-LIMIT TO EL-GROUP-LIMIT.
           MOVE "LIM-GRP" TO WS-AUDIT-ACTION.
           PERFORM SAVE-LIMIT-ROW.
           DISPLAY "Limite du groupe " EL-GROUP-ID " : "
              EL-GROUP-LIMIT.

       CONSULT-EXPOSURE.
           DISPLAY "Numero client ?".
           ACCEPT WS-CUSTOMER-ID.
           CALL "ComputeExposure" USING BY REFERENCE WS-CUSTOMER-ID
              WS-LOANS WS-OVERDRAFTS WS-PRESENTMENTS WS-GUARANTEES
              WS-EXPOSURE.
           DISPLAY "  Prets en cours        : " WS-LOANS.
           DISPLAY "  Decouverts autorises  : " WS-OVERDRAFTS.
           DISPLAY "  Presentations en suspens : " WS-PRESENTMENTS.
           DISPLAY "  Cautions donnees      : " WS-GUARANTEES.
           DISPLAY "  Encours total         : " WS-EXPOSURE.

      *    The limit file is open here in I-O; closed around the
      *    check so the accessor reads it on its own.
           CLOSE EXPOSURE-LIMITS.
           CALL "CheckExposureLimit" USING BY REFERENCE
              WS-CUSTOMER-ID WS-NOTHING-ADDED WS-LIMIT-RESULT
              WS-EXPOSURE WS-LIMIT WS-GROUP-ID WS-GROUP-EXPOSURE
              WS-GROUP-LIMIT.
           OPEN I-O EXPOSURE-LIMITS.
           IF WS-LIMIT > 0 THEN
              DISPLAY "  Limite client         : " WS-LIMIT
           ELSE
              DISPLAY "  Pas de limite client"
           END-IF.
           IF WS-GROUP-ID > 0 THEN
              DISPLAY "  Groupe " WS-GROUP-ID " encours "
                 WS-GROUP-EXPOSURE " limite " WS-GROUP-LIMIT
           END-IF.
           EVALUATE WS-LIMIT-RESULT
              WHEN 'C'
                 DISPLAY "  LIMITE CLIENT DEPASSEE"
              WHEN 'G'
                 DISPLAY "  LIMITE DE GROUPE DEPASSEE"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       LOG-LIMIT-CHANGE.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "ENCOURS " WS-AUDIT-ACTION
              " client=" EL-CUSTOMER-ID
              " limite=" EL-LIMIT
              " groupe=" EL-GROUP-ID
              " par=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM ExposureLimitMaintenance.
