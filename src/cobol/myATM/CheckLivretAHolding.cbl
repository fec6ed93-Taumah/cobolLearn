       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckLivretAHolding.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNTS-EOF PIC X VALUE 'N'.

      *  The person behind the customer number: the same first
      *  name, last name and birth date under another number is
      *  the same person for the one-per-person rule.
       01 WS-IDENTITY.
           03 WS-ID-NAME PIC X(20).
           03 WS-ID-LAST-NAME PIC X(20).
           03 WS-ID-BIRTH-DATE PIC 9(8).

       01 WS-HOLDER-ID PIC 9(4).
       01 WS-HOLDING-COUNT PIC 9(2).

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       LINKAGE SECTION.

       01 CUSTOMER-ID-IN PIC 9(4).
      *    How many open Livret A the customer holds under their own
      *    number.
       01 OWN-COUNT-OUT PIC 9(2).
      *    Another customer number for the same person that also
      *    holds one, zero when there is none.
       01 OTHER-HOLDER-OUT PIC 9(4).
      *    0 = checked; 1 = the customer is not on the master file
      *    (or the files are unavailable), so the identity could not
      *    be checked.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE CUSTOMER-ID-IN OWN-COUNT-OUT
           OTHER-HOLDER-OUT STATUS-CODE.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO OWN-COUNT-OUT.
           MOVE 0 TO OTHER-HOLDER-OUT.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              CLOSE CUSTOMER-MASTER
              EXIT PROGRAM
           END-IF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              CLOSE CUSTOMER-MASTER
              EXIT PROGRAM
           END-IF.

           MOVE CUSTOMER-ID-IN TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CLOSE CUSTOMER-MASTER
                 CLOSE BANK-RECORDS
                 EXIT PROGRAM
           END-READ.
           MOVE CM-NAME TO WS-ID-NAME.
           MOVE CM-LAST-NAME TO WS-ID-LAST-NAME.
           MOVE CM-BIRTH-DATE TO WS-ID-BIRTH-DATE.

           MOVE CUSTOMER-ID-IN TO WS-HOLDER-ID.
           PERFORM COUNT-LIVRETS-HELD.
           MOVE WS-HOLDING-COUNT TO OWN-COUNT-OUT.

           PERFORM FIND-OTHER-HOLDER.

           CLOSE CUSTOMER-MASTER.
           CLOSE BANK-RECORDS.
           MOVE 0 TO STATUS-CODE.
           EXIT PROGRAM.

      *    Every customer number on the master carrying the same
      *    identity is checked in turn; the first one holding a
      *    Livret A is enough to refuse another.
       FIND-OTHER-HOLDER.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CM-ID.
           START CUSTOMER-MASTER KEY IS >= CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CM-ID NOT = CUSTOMER-ID-IN
                          AND CM-NAME = WS-ID-NAME
                          AND CM-LAST-NAME = WS-ID-LAST-NAME
                          AND CM-BIRTH-DATE = WS-ID-BIRTH-DATE THEN
                       MOVE CM-ID TO WS-HOLDER-ID
                       PERFORM COUNT-LIVRETS-HELD
                       IF WS-HOLDING-COUNT > 0 THEN
                          MOVE CM-ID TO OTHER-HOLDER-OUT
                          MOVE 'Y' TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    A customer's accounts sit together under their PIN at the
      *    head of RCD-KEY; a closed Livret A no longer counts.
       COUNT-LIVRETS-HELD.
           MOVE 0 TO WS-HOLDING-COUNT.
           MOVE 'N' TO WS-ACCOUNTS-EOF.
           MOVE WS-HOLDER-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ACCOUNTS-EOF
           END-START.
           PERFORM UNTIL WS-ACCOUNTS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-ACCOUNTS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = WS-HOLDER-ID THEN
                       MOVE 'Y' TO WS-ACCOUNTS-EOF
                    ELSE
                       IF RCD-ACCT-LIVRET-A AND NOT RCD-CLOSED THEN
                          ADD 1 TO WS-HOLDING-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM CheckLivretAHolding.
