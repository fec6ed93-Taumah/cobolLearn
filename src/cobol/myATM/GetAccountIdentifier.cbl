       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetAccountIdentifier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-IDENTIFIERS ASSIGN TO WS-ACCTID-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AI-KEY
              ALTERNATE RECORD KEY IS AI-IBAN
              FILE STATUS IS ACCOUNT-IDENTIFIERS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-IDENTIFIERS.
       COPY "ACCTID.cpy".

       WORKING-STORAGE SECTION.

       01 ACCOUNT-IDENTIFIERS-FS PIC XX.
       01 WS-ACCTID-PATH PIC X(100) VALUE "../../data/acctid.dat".

       LINKAGE SECTION.

      *    'K' = look up by PIN-IO/ACCT-NO-IO, IBAN-IO comes back;
      *    'I' = look up by IBAN-IO, PIN-IO/ACCT-NO-IO come back.
       01 MODE-IN PIC X.
       01 PIN-IO PIC 9(4).
       01 ACCT-NO-IO PIC 9(2).
       01 IBAN-IO PIC X(34).
      *    Bank code, branch code, account number and RIB key,
      *    side by side as they print on a RIB.
       01 RIB-OUT PIC X(23).
      *    0 = found; 1 = no identity on file.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE MODE-IN PIN-IO ACCT-NO-IO IBAN-IO RIB-OUT
             STATUS-CODE.

           ACCEPT WS-ACCTID-PATH FROM ENVIRONMENT "ACCTID_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 1 TO STATUS-CODE.
           MOVE SPACES TO RIB-OUT.

           OPEN INPUT ACCOUNT-IDENTIFIERS.
           IF ACCOUNT-IDENTIFIERS-FS NOT = "00" THEN
              CLOSE ACCOUNT-IDENTIFIERS
              EXIT PROGRAM
           END-IF.

           IF MODE-IN = 'I' THEN
              MOVE IBAN-IO TO AI-IBAN
              INSPECT AI-IBAN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              READ ACCOUNT-IDENTIFIERS KEY IS AI-IBAN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AI-PIN TO PIN-IO
                    MOVE AI-ACCT-NO TO ACCT-NO-IO
                    MOVE AI-RIB TO RIB-OUT
                    MOVE 0 TO STATUS-CODE
              END-READ
           ELSE
              MOVE PIN-IO TO AI-PIN
              MOVE ACCT-NO-IO TO AI-ACCT-NO
              READ ACCOUNT-IDENTIFIERS
                 INVALID KEY
                    MOVE SPACES TO IBAN-IO
                 NOT INVALID KEY
                    MOVE AI-IBAN TO IBAN-IO
                    MOVE AI-RIB TO RIB-OUT
                    MOVE 0 TO STATUS-CODE
              END-READ
           END-IF.
           CLOSE ACCOUNT-IDENTIFIERS.

           EXIT PROGRAM.

       END PROGRAM GetAccountIdentifier.
