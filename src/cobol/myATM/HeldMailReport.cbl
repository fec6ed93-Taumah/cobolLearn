       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeldMailReport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *  The month's list for the back office: statements still
      *  held long after they fell due, for a customer who has not
      *  been reached about a new address.
           SELECT HELD-MAIL-REPORT ASSIGN TO
                 '../../data/heldmailrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD HOLD-MAIL.
       COPY "HOLDMAIL.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD HELD-MAIL-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 HOLD-MAIL-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

      *  Days a statement may sit on hold before it is listed.
      *  Per-deployment override like the other batch windows.
       01 WS-HELD-DAYS PIC 9(3) VALUE 30.
       01 WS-HELD-RAW PIC X(3) VALUE SPACES.
       01 WS-DAYS-HELD PIC 9(5).

       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
      *  Everything still held, by kind: statements, PIN mailers,
      *  new cards, renewed cards, letters.
       01 WS-TYPE-COUNTS.
           03 WS-HELD-STATEMENTS PIC 9(5) VALUE 0.
           03 WS-HELD-PIN-MAILERS PIC 9(5) VALUE 0.
           03 WS-HELD-NEW-CARDS PIC 9(5) VALUE 0.
           03 WS-HELD-RENEWALS PIC 9(5) VALUE 0.
           03 WS-HELD-LETTERS PIC 9(5) VALUE 0.

       01 WS-CUSTOMER-NAME PIC X(30).
       01 WS-STATEMENT-REF.
           03 WS-REF-PIN PIC X(4).
           03 FILLER PIC X.
           03 WS-REF-ACCT-NO PIC X(2).
           03 FILLER PIC X(33).

       PROCEDURE DIVISION.

           ACCEPT WS-HELD-RAW FROM ENVIRONMENT "HELDMAIL_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-HELD-RAW IS NUMERIC THEN
              MOVE WS-HELD-RAW TO WS-HELD-DAYS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN OUTPUT HELD-MAIL-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEVES RETENUS NPAI AU " WS-TODAY
              " DEPUIS PLUS DE " WS-HELD-DAYS " JOURS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT HOLD-MAIL.
           IF HOLD-MAIL-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUN COURRIER RETENU" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE HOLD-MAIL
              CLOSE HELD-MAIL-REPORT
              DISPLAY "Aucun courrier retenu"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE 'Y' TO WS-CUSTMAST-OPEN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF HM-IS-HELD THEN
                       PERFORM REVIEW-ONE-HELD-ITEM
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL LISTES=" WS-LISTED-COUNT
              " RETENUS : RELEVES=" WS-HELD-STATEMENTS
              " CODES=" WS-HELD-PIN-MAILERS
              " CARTES=" WS-HELD-NEW-CARDS
              " RENOUV=" WS-HELD-RENEWALS
              " COURRIERS=" WS-HELD-LETTERS
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE HOLD-MAIL.
           IF WS-CUSTMAST-OPEN = 'Y' THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE HELD-MAIL-REPORT.

           DISPLAY "Courrier retenu : " WS-LISTED-COUNT
              " releve(s) retenu(s) depuis plus de " WS-HELD-DAYS
              " jours".
           IF WS-LISTED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REVIEW-ONE-HELD-ITEM.
           EVALUATE TRUE
              WHEN HM-IS-STATEMENT
                 ADD 1 TO WS-HELD-STATEMENTS
              WHEN HM-IS-PIN-MAILER
                 ADD 1 TO WS-HELD-PIN-MAILERS
              WHEN HM-IS-NEW-CARD
                 ADD 1 TO WS-HELD-NEW-CARDS
              WHEN HM-IS-CARD-RENEWAL
                 ADD 1 TO WS-HELD-RENEWALS
              WHEN OTHER
                 ADD 1 TO WS-HELD-LETTERS
           END-EVALUATE.
           IF NOT HM-IS-STATEMENT THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-HELD =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(HM-HELD-DATE).
           IF WS-DAYS-HELD <= WS-HELD-DAYS THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           IF WS-CUSTMAST-OPEN = 'Y' THEN
              MOVE HM-CM-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE "CLIENT INCONNU" TO WS-CUSTOMER-NAME
                 NOT INVALID KEY
                    STRING CM-NAME DELIMITED BY "  "
                       " " CM-LAST-NAME DELIMITED BY SIZE
                       INTO WS-CUSTOMER-NAME
              END-READ
           END-IF.
      *    The hold reference is the statement request as queued.
           MOVE HM-REF TO WS-STATEMENT-REF.
           MOVE SPACES TO REPORT-LINE.
           STRING "PLI " HM-ID " CLIENT " HM-CM-ID " "
              WS-CUSTOMER-NAME
              " COMPTE " WS-REF-PIN "-" WS-REF-ACCT-NO
              " RETENU LE " HM-HELD-DATE " (" WS-DAYS-HELD " J)"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM HeldMailReport.
