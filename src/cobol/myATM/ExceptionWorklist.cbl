       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionWorklist.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The morning worklist the nightly chain builds from the
      *  overnight rejection files.
           SELECT EXCEPTION-ITEMS ASSIGN TO '../../data/excwork.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EX-ID
              ALTERNATE RECORD KEY IS EX-SOURCE-KEY
              FILE STATUS IS EXCEPTION-ITEMS-FS.

      *  Assignments and closures go to the same audit the sign-on
      *  writes.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD EXCEPTION-ITEMS.
       COPY "EXCITEM.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 EXCEPTION-ITEMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-ASSIGN VALUE 2.
           88 WS-MENU-CLOSE VALUE 3.
           88 WS-MENU-QUIT VALUE 4.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-ITEM-ID PIC 9(6).
       01 WS-ASSIGNEE PIC 9(6).
      *  Blank lists every team's items.
       01 WS-TEAM-FILTER PIC X(12).
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9,99.
       01 WS-AUDIT-ACTION PIC X(8).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O EXCEPTION-ITEMS.
           IF EXCEPTION-ITEMS-FS NOT = "00" THEN
              DISPLAY "Aucune exception en liste"
              CLOSE EXCEPTION-ITEMS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-WORKLIST-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-OPEN-ITEMS
                 WHEN WS-MENU-ASSIGN
                    PERFORM ASSIGN-ITEM
                 WHEN WS-MENU-CLOSE
                    PERFORM CLOSE-ITEM
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE EXCEPTION-ITEMS.
           DISPLAY "Fin du traitement des exceptions".
           STOP RUN.

       DISPLAY-WORKLIST-MENU.
           DISPLAY "=== Exceptions de la nuit ===".
           DISPLAY "1. Lister les exceptions ouvertes".
           DISPLAY "2. Affecter une exception".
           DISPLAY "3. Clore une exception".
           DISPLAY "4. Quitter".
           DISPLAY "Votre choix ?".

       LIST-OPEN-ITEMS.
           DISPLAY "Equipe (vide = toutes) ?".
           MOVE SPACES TO WS-TEAM-FILTER.
           ACCEPT WS-TEAM-FILTER.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO EX-ID.
           START EXCEPTION-ITEMS KEY IS > EX-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXCEPTION-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF EX-IS-OPEN
                          AND (WS-TEAM-FILTER = SPACES
                             OR WS-TEAM-FILTER = EX-TEAM) THEN
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE EX-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY "  " EX-ID " P" EX-PRIORITY
                          " " EX-SOURCE " " EX-CUSTOMER-ID "-"
                          EX-ACCT-NO " " WS-AMOUNT-EDIT
                          " age " EX-AGE-DAYS " j " EX-TEAM
                          " affecte " EX-ASSIGNED-TO
                       DISPLAY "         " EX-DETAIL
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune exception ouverte"
           END-IF.

      *    Anyone on the desk can take an item; handing one to a
      *    colleague is the same screen with their id.
       ASSIGN-ITEM.
           DISPLAY "Numero de l'exception ?".
           ACCEPT WS-ITEM-ID.
           MOVE WS-ITEM-ID TO EX-ID.
           READ EXCEPTION-ITEMS
              INVALID KEY
                 DISPLAY "Exception introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT EX-IS-OPEN THEN
              DISPLAY "Cette exception est deja close"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Affecter a l'operateur (0 = moi-meme) ?".
           ACCEPT WS-ASSIGNEE.
           IF WS-ASSIGNEE = 0 THEN
              MOVE WS-OPERATOR-ID TO WS-ASSIGNEE
           END-IF.
           MOVE WS-ASSIGNEE TO EX-ASSIGNED-TO.
           MOVE WS-TODAY TO EX-ASSIGNED-DATE.
           REWRITE EXCEPTION-ITEM-RECORD.
           MOVE "AFFECTEE" TO WS-AUDIT-ACTION.
           PERFORM LOG-WORKLIST-ACTION.
           DISPLAY "Exception " EX-ID " affectee a " EX-ASSIGNED-TO.

       CLOSE-ITEM.
           DISPLAY "Numero de l'exception ?".
           ACCEPT WS-ITEM-ID.
           MOVE WS-ITEM-ID TO EX-ID.
           READ EXCEPTION-ITEMS
              INVALID KEY
                 DISPLAY "Exception introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT EX-IS-OPEN THEN
              DISPLAY "Cette exception est deja close"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATOR-ID TO EX-CLOSED-BY.
           MOVE WS-TODAY TO EX-CLOSED-DATE.
           MOVE 'C' TO EX-STATUS.
           REWRITE EXCEPTION-ITEM-RECORD.
           MOVE "CLOSE" TO WS-AUDIT-ACTION.
           PERFORM LOG-WORKLIST-ACTION.
           DISPLAY "Exception " EX-ID " close apres " EX-AGE-DAYS
              " jour(s) ouvre(s)".

       LOG-WORKLIST-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "EXCEPTION " WS-AUDIT-ACTION
              " numero=" EX-ID
              " " EX-SOURCE
              " pour=" EX-ASSIGNED-TO
              " operateur=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM ExceptionWorklist.
