       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportReprint.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The report repository the nightly reports are filed in.
           SELECT REPORT-LINES ASSIGN TO '../../data/rptlines.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RL-KEY
              FILE STATUS IS REPORT-LINES-FS.

           SELECT REPORT-CATALOGUE ASSIGN TO '../../data/rptcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-KEY
              FILE STATUS IS REPORT-CATALOGUE-FS.

      *  For the branch the signed-on operator works from.
           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

      *  The reprinted copy, for the desk printer.
           SELECT REPRINT-OUTPUT ASSIGN TO '../../data/reprint.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Every reprint, and every refusal, in the same audit the
      *  sign-on writes.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-LINES.
       COPY "RPTLINE.cpy".

       FD REPORT-CATALOGUE.
       COPY "RPTCAT.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       FD REPRINT-OUTPUT.
       01 REPRINT-LINE PIC X(132).

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 REPORT-LINES-FS PIC XX.
       01 REPORT-CATALOGUE-FS PIC XX.
       01 OPERATOR-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-LIST VALUE 1.
           88 WS-MENU-REPRINT VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-ADMIN VALUE 'A'.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-OPERATOR-BRANCH PIC X(2) VALUE SPACES.

       01 WS-WANTED-DATE PIC 9(8).
       01 WS-WANTED-REPORT PIC X(8).
       01 WS-WANTED-BRANCH PIC X(2).
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-PRINTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ALLOWED PIC X.
       01 WS-AUDIT-TAG PIC X(9).

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT OPERATOR-RECORDS.
           IF OPERATOR-RECORDS-FS = "00" THEN
              MOVE WS-OPERATOR-ID TO OP-ID
              READ OPERATOR-RECORDS
                 NOT INVALID KEY
                    MOVE OP-BRANCH TO WS-OPERATOR-BRANCH
              END-READ
              CLOSE OPERATOR-RECORDS
           END-IF.

           OPEN I-O REPORT-CATALOGUE.
           OPEN INPUT REPORT-LINES.
           IF REPORT-CATALOGUE-FS NOT = "00"
                 OR REPORT-LINES-FS NOT = "00" THEN
              DISPLAY "Aucun rapport archive"
              CLOSE REPORT-CATALOGUE
              CLOSE REPORT-LINES
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-REPRINT-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-LIST
                    PERFORM LIST-REPORTS-FOR-DATE
                 WHEN WS-MENU-REPRINT
                    PERFORM REPRINT-REPORT
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE REPORT-CATALOGUE.
           CLOSE REPORT-LINES.
           DISPLAY "Fin de la reedition des rapports".
           STOP RUN.

       DISPLAY-REPRINT-MENU.
           DISPLAY "=== Rapports archives ===".
           DISPLAY "1. Lister les rapports d'une journee".
           DISPLAY "2. Reediter un rapport".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    Only the copies this operator may reprint are listed.
       LIST-REPORTS-FOR-DATE.
           DISPLAY "Journee comptable (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-WANTED-DATE.
           IF WS-WANTED-DATE = 0 THEN
              MOVE WS-TODAY TO WS-WANTED-DATE
           END-IF.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO RC-KEY.
           START REPORT-CATALOGUE KEY IS NOT < RC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REPORT-CATALOGUE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RC-BUSINESS-DATE = WS-WANTED-DATE THEN
                       PERFORM CHECK-REPRINT-ALLOWED
                       IF WS-ALLOWED = 'Y' THEN
                          ADD 1 TO WS-LISTED-COUNT
                          DISPLAY "  " RC-REPORT-ID " agence "
                             RC-BRANCH " " RC-LINE-COUNT
                             " ligne(s) garde jusqu'au "
                             RC-EXPIRY-DATE " reeditions "
                             RC-REPRINT-COUNT
                          DISPLAY "     " RC-TITLE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun rapport disponible pour " WS-WANTED-DATE
           END-IF.

       REPRINT-REPORT.
           DISPLAY "Rapport (ex. EODRECON) ?".
           MOVE SPACES TO WS-WANTED-REPORT.
           ACCEPT WS-WANTED-REPORT.
           DISPLAY "Journee comptable (AAAAMMJJ) ?".
           ACCEPT WS-WANTED-DATE.
           DISPLAY "Agence (** = toute la banque) ?".
           MOVE SPACES TO WS-WANTED-BRANCH.
           ACCEPT WS-WANTED-BRANCH.
           MOVE WS-WANTED-REPORT TO RC-REPORT-ID.
           MOVE WS-WANTED-DATE TO RC-BUSINESS-DATE.
           MOVE WS-WANTED-BRANCH TO RC-BRANCH.
           READ REPORT-CATALOGUE
              INVALID KEY
                 DISPLAY "Rapport introuvable ou deja purge"
                 EXIT PARAGRAPH
           END-READ.

           PERFORM CHECK-REPRINT-ALLOWED.
           IF WS-ALLOWED NOT = 'Y' THEN
              MOVE "REEDREFUS" TO WS-AUDIT-TAG
              PERFORM LOG-REPRINT
              DISPLAY "Reedition non autorisee pour votre role"
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REPRINT-OUTPUT.
           MOVE SPACES TO REPRINT-LINE.
           STRING "REEDITION DU " RC-REPORT-ID
              " JOURNEE " RC-BUSINESS-DATE
              " AGENCE " RC-BRANCH
              " PAR " WS-OPERATOR-ID
              " LE " FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO REPRINT-LINE.
           WRITE REPRINT-LINE.

           MOVE 0 TO WS-PRINTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE RC-REPORT-ID TO RL-REPORT-ID.
           MOVE RC-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE RC-BRANCH TO RL-BRANCH.
           MOVE 0 TO RL-LINE-NO.
           START REPORT-LINES KEY IS NOT < RL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REPORT-LINES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RL-REPORT-ID NOT = RC-REPORT-ID
                          OR RL-BUSINESS-DATE NOT = RC-BUSINESS-DATE
                          OR RL-BRANCH NOT = RC-BRANCH THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE RL-TEXT TO REPRINT-LINE
                       WRITE REPRINT-LINE
                       ADD 1 TO WS-PRINTED-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REPRINT-OUTPUT.

           ADD 1 TO RC-REPRINT-COUNT.
           REWRITE REPORT-CATALOGUE-RECORD.
           MOVE "REEDITION" TO WS-AUDIT-TAG.
           PERFORM LOG-REPRINT.
           DISPLAY WS-PRINTED-COUNT " ligne(s) reeditee(s) dans "
              "reprint.dat".

      *    An administrator reprints anything; a supervisor any
      *    copy not kept for administrators; a teller only a
      *    branch copy of their own branch.
       CHECK-REPRINT-ALLOWED.
           MOVE 'N' TO WS-ALLOWED.
           EVALUATE TRUE
              WHEN WS-OPERATOR-IS-ADMIN
                 MOVE 'Y' TO WS-ALLOWED
              WHEN WS-OPERATOR-IS-SUPERVISOR
                 IF RC-MIN-ROLE NOT = 'A' THEN
                    MOVE 'Y' TO WS-ALLOWED
                 END-IF
              WHEN OTHER
                 IF RC-MIN-ROLE = 'G'
                       AND RC-BRANCH = WS-OPERATOR-BRANCH THEN
                    MOVE 'Y' TO WS-ALLOWED
                 END-IF
           END-EVALUATE.

       LOG-REPRINT.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING WS-AUDIT-TAG
              " rapport=" RC-REPORT-ID
              " du=" RC-BUSINESS-DATE
              " agence=" RC-BRANCH
              " operateur=" WS-OPERATOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM ReportReprint.
