       IDENTIFICATION DIVISION.
       PROGRAM-ID. RibPrint.

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

      *  The slip the desk printer hands the customer, to pass on
      *  to an employer or a creditor.
           SELECT RIB-SLIPS ASSIGN TO '../../data/ribprint.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD RIB-SLIPS.
       01 RIB-SLIP-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE "RibPrint".

       01 WS-SLIP-PIN PIC 9(4).
       01 WS-SLIP-ACCT-NO PIC 9(2).

       01 WS-LOOKUP-MODE PIC X VALUE 'K'.
       01 WS-IBAN-AREA.
           03 WS-IBAN PIC X(34).
           03 FILLER PIC X(2) VALUE SPACES.
       01 WS-RIB.
           03 WS-RIB-BANK PIC X(5).
           03 WS-RIB-BRANCH PIC X(5).
           03 WS-RIB-ACCOUNT PIC X(11).
           03 WS-RIB-KEY PIC X(2).
       01 WS-IDENT-STATUS PIC 9.

      *  The IBAN as it prints: groups of four, the way the customer
      *  will be asked to type it in.
       01 WS-IBAN-PRINTED PIC X(42).
       01 WS-IBAN-PTR PIC 99.
       01 WS-GROUP-START PIC 99.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           DISPLAY "=== Edition d'un releve d'identite bancaire ===".
           DISPLAY "PIN du client ?".
           ACCEPT WS-SLIP-PIN.
           DISPLAY "Numero de compte (2 chiffres) ?".
           ACCEPT WS-SLIP-ACCT-NO.

           CALL "RecordAccessLog" USING BY REFERENCE
              WS-OPERATOR-ID WS-SLIP-PIN WS-AUDIT-PROGRAM.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible"
              STOP RUN
           END-IF.
           MOVE WS-SLIP-PIN TO RCD-PIN.
           MOVE WS-SLIP-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
                 CLOSE BANK-RECORDS
                 STOP RUN
           END-READ.
           CLOSE BANK-RECORDS.

           IF RCD-CLOSED THEN
              DISPLAY "Ce compte est cloture"
              STOP RUN
           END-IF.

      *    An account opened before identities were handed out gets
      *    its own the first time a RIB is asked for.
           CALL "AssignAccountIdentifier" USING BY REFERENCE
              WS-SLIP-PIN WS-SLIP-ACCT-NO WS-IBAN WS-IDENT-STATUS.
           MOVE 'K' TO WS-LOOKUP-MODE.
           CALL "GetAccountIdentifier" USING BY REFERENCE
              WS-LOOKUP-MODE WS-SLIP-PIN WS-SLIP-ACCT-NO WS-IBAN
              WS-RIB WS-IDENT-STATUS.
           IF WS-IDENT-STATUS NOT = 0 THEN
              DISPLAY "Registre RIB/IBAN indisponible"
              STOP RUN
           END-IF.

           PERFORM GROUP-IBAN-BY-FOUR.
           PERFORM WRITE-RIB-SLIP.

           DISPLAY "IBAN : " WS-IBAN-PRINTED.
           DISPLAY "RIB en file d'impression".

           STOP RUN.

       GROUP-IBAN-BY-FOUR.
           MOVE SPACES TO WS-IBAN-PRINTED.
           MOVE 1 TO WS-IBAN-PTR.
           PERFORM VARYING WS-GROUP-START FROM 1 BY 4
                 UNTIL WS-GROUP-START > 34
                    OR WS-IBAN-AREA(WS-GROUP-START:1) = SPACE
              STRING WS-IBAN-AREA(WS-GROUP-START:4) " "
                 DELIMITED BY SIZE INTO WS-IBAN-PRINTED
                 WITH POINTER WS-IBAN-PTR
              END-STRING
           END-PERFORM.

       WRITE-RIB-SLIP.
           OPEN EXTEND RIB-SLIPS.
           MOVE SPACES TO RIB-SLIP-LINE.
           STRING "RELEVE D'IDENTITE BANCAIRE   edite le "
              FUNCTION CURRENT-DATE(1:8) " par " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO RIB-SLIP-LINE
           END-STRING.
           WRITE RIB-SLIP-LINE.
           MOVE SPACES TO RIB-SLIP-LINE.
           STRING "Titulaire : " RCD-NAME " " RCD-LAST-NAME
              DELIMITED BY SIZE INTO RIB-SLIP-LINE
           END-STRING.
           WRITE RIB-SLIP-LINE.
           MOVE "Banque Guichet N. de compte  Cle" TO RIB-SLIP-LINE.
           WRITE RIB-SLIP-LINE.
           MOVE SPACES TO RIB-SLIP-LINE.
           STRING WS-RIB-BANK "  " WS-RIB-BRANCH "   "
              WS-RIB-ACCOUNT "  " WS-RIB-KEY
              DELIMITED BY SIZE INTO RIB-SLIP-LINE
           END-STRING.
           WRITE RIB-SLIP-LINE.
           MOVE SPACES TO RIB-SLIP-LINE.
           STRING "IBAN : " WS-IBAN-PRINTED
              DELIMITED BY SIZE INTO RIB-SLIP-LINE
           END-STRING.
           WRITE RIB-SLIP-LINE.
           MOVE ALL "-" TO RIB-SLIP-LINE.
           WRITE RIB-SLIP-LINE.
           CLOSE RIB-SLIPS.

       END PROGRAM RibPrint.
