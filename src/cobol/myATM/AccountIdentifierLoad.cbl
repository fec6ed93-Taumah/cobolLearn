       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountIdentifierLoad.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  One line per account given an identity on this run, and
      *  one per account that could not be given one.
           SELECT IDENT-REPORT ASSIGN TO
                 '../../data/acctidreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD IDENT-REPORT.
       01 IDENT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-IBAN PIC X(34).
       01 WS-IDENT-STATUS PIC 9.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible"
              STOP RUN
           END-IF.
           OPEN OUTPUT IDENT-REPORT.

           MOVE LOW-VALUES TO RCD-KEY.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM PROCESS-ONE-ACCOUNT
              END-READ
           END-PERFORM.

           MOVE SPACES TO IDENT-REPORT-LINE.
           STRING "TOTAL LUS=" WS-READ-COUNT
              " ATTRIBUES=" WS-ASSIGNED-COUNT
              " EXISTANTS=" WS-ALREADY-COUNT
              " ECHECS=" WS-FAILED-COUNT
              DELIMITED BY SIZE INTO IDENT-REPORT-LINE
           END-STRING.
           WRITE IDENT-REPORT-LINE.

           CLOSE BANK-RECORDS.
           CLOSE IDENT-REPORT.

           DISPLAY WS-ASSIGNED-COUNT " RIB/IBAN attribue(s), "
              WS-ALREADY-COUNT " deja existant(s), "
              WS-FAILED-COUNT " echec(s)".

           STOP RUN.

      *    Safe to run again: an account that already has its
      *    identity is only counted, never renumbered.
       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           CALL "AssignAccountIdentifier" USING BY REFERENCE
              RCD-PIN RCD-ACCT-NO WS-IBAN WS-IDENT-STATUS.
           EVALUATE WS-IDENT-STATUS
              WHEN 0
                 ADD 1 TO WS-ASSIGNED-COUNT
                 MOVE SPACES TO IDENT-REPORT-LINE
                 STRING "ATTRIBUE PIN=" RCD-PIN "-" RCD-ACCT-NO
                    " IBAN=" WS-IBAN
                    DELIMITED BY SIZE INTO IDENT-REPORT-LINE
                 END-STRING
                 WRITE IDENT-REPORT-LINE
              WHEN 1
                 ADD 1 TO WS-ALREADY-COUNT
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE SPACES TO IDENT-REPORT-LINE
                 STRING "ECHEC PIN=" RCD-PIN "-" RCD-ACCT-NO
                    " registre RIB/IBAN indisponible"
                    DELIMITED BY SIZE INTO IDENT-REPORT-LINE
                 END-STRING
                 WRITE IDENT-REPORT-LINE
           END-EVALUATE.

       END PROGRAM AccountIdentifierLoad.
