              RECORD KEY IS OD-KEY
              FILE STATUS IS OVERDRAFT-RECORDS-FS.

      *  A line granted over an exposure limit on a supervisor's
      *  visa, stamped in the login-audit style.
           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD OVERDRAFT-RECORDS.
       COPY "ODLIMIT.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 OVERDRAFT-RECORDS-FS PIC XX.

       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

      *  A raise on a line adds to the customer's exposure; a
      *  breach of their limit needs a supervisor's visa, the
      *  operator's own when they hold the role.
       01 WS-NEW-LIMIT PIC 9(7)V99.
       01 WS-OLD-LIMIT PIC 9(7)V99.
       01 WS-EXPOSURE-PIN PIC 9(4).
       01 WS-EXPOSURE-ADDED PIC 9(9)V99.
       01 WS-LIMIT-RESULT PIC X.
       01 WS-EXPOSURE PIC 9(9)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-GROUP-ID PIC 9(4).
       01 WS-GROUP-EXPOSURE PIC 9(9)V99.
       01 WS-GROUP-LIMIT PIC 9(9)V99.
       01 WS-OVERRIDE-OK PIC X VALUE 'N'.
       01 WS-ANSWER PIC X VALUE 'N'.
           88 WS-ANSWER-YES VALUE 'O' 'o' 'Y' 'y'.
       01 WS-SUPERVISOR-ID PIC 9(6) VALUE 0.
       01 WS-SUPERVISOR-ROLE PIC X VALUE SPACE.
           88 WS-SUPERVISOR-HAS-ROLE VALUE 'S' 'A'.
       01 WS-SUPERVISOR-STATUS PIC 9 VALUE 1.

       PROCEDURE DIVISION.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
           DISPLAY "Numero de compte ?".
           ACCEPT OD-ACCT-NO.
           DISPLAY "Limite de decouvert autorisee ?".
           ACCEPT WS-NEW-LIMIT.

           MOVE 0 TO WS-OLD-LIMIT.
           READ OVERDRAFT-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OD-IS-ACTIVE THEN
                    MOVE OD-LIMIT TO WS-OLD-LIMIT
                 END-IF
           END-READ.
           IF WS-NEW-LIMIT > WS-OLD-LIMIT THEN
              PERFORM CHECK-EXPOSURE-LIMIT
              IF WS-OVERRIDE-OK = 'N' THEN
                 DISPLAY "Ligne non enregistree"
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE WS-NEW-LIMIT TO OD-LIMIT.
           MOVE WS-TODAY TO OD-GRANTED-DATE.
           MOVE WS-OPERATOR-ID TO OD-GRANTED-BY.
           MOVE 'A' TO OD-STATUS.
                 OVERDRAFT-RECORDS-FS
           END-IF.

      *    Only the raise counts: the current line is already in
      *    the customer's exposure.
       CHECK-EXPOSURE-LIMIT.
           MOVE 'Y' TO WS-OVERRIDE-OK.
           MOVE OD-PIN TO WS-EXPOSURE-PIN.
           COMPUTE WS-EXPOSURE-ADDED = WS-NEW-LIMIT - WS-OLD-LIMIT.
           CALL "CheckExposureLimit" USING BY REFERENCE
              WS-EXPOSURE-PIN WS-EXPOSURE-ADDED WS-LIMIT-RESULT
              WS-EXPOSURE WS-LIMIT WS-GROUP-ID WS-GROUP-EXPOSURE
              WS-GROUP-LIMIT.
           EVALUATE WS-LIMIT-RESULT
              WHEN 'C'
                 DISPLAY "Encours client " WS-EXPOSURE " + "
                    WS-EXPOSURE-ADDED " au-dela de la limite "
                    WS-LIMIT
              WHEN 'G'
                 DISPLAY "Encours du groupe " WS-GROUP-ID " "
                    WS-GROUP-EXPOSURE " + " WS-EXPOSURE-ADDED
                    " au-dela de la limite " WS-GROUP-LIMIT
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 'N' TO WS-OVERRIDE-OK.
           IF WS-OPERATOR-IS-SUPERVISOR THEN
              DISPLAY "Accorder malgre le depassement (O/N) ?"
              ACCEPT WS-ANSWER
              IF NOT WS-ANSWER-YES THEN
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
           ELSE
              DISPLAY "Limite d'encours depassee, visa superviseur "
                 "requis"
              CALL "TellerSignOn" USING BY REFERENCE
                 WS-SUPERVISOR-ID WS-SUPERVISOR-ROLE
                 WS-SUPERVISOR-STATUS
              IF WS-SUPERVISOR-STATUS NOT = 0
                    OR NOT WS-SUPERVISOR-HAS-ROLE THEN
                 DISPLAY "Visa superviseur absent"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'Y' TO WS-OVERRIDE-OK.
           PERFORM LOG-EXPOSURE-OVERRIDE.

       LOG-EXPOSURE-OVERRIDE.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           STRING "ENCOURS DEPASSE od=" OD-PIN "-"
              OD-ACCT-NO
              " limite=" WS-NEW-LIMIT
              " par=" WS-OPERATOR-ID
              " visa=" WS-SUPERVISOR-ID
              " le=" FUNCTION CURRENT-DATE(1:14)
              DELIMITED BY SIZE INTO TELLER-AUDIT-LINE.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       LIST-LINES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
