       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssignAccountIdentifier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The RIB/IBAN register, keyed by account and by IBAN.
           SELECT ACCOUNT-IDENTIFIERS ASSIGN TO WS-ACCTID-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AI-KEY
              ALTERNATE RECORD KEY IS AI-IBAN
              FILE STATUS IS ACCOUNT-IDENTIFIERS-FS.

      *  The account's branch, for the guichet code of the RIB.
           SELECT ACCOUNT-BRANCHES ASSIGN TO
                 '../../data/acctbrch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AB-KEY
              FILE STATUS IS ACCOUNT-BRANCHES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-IDENTIFIERS.
       COPY "ACCTID.cpy".

       FD ACCOUNT-BRANCHES.
       01 ACCOUNT-BRANCH-RECORD.
           03 AB-KEY.
              05 AB-PIN PIC 9(4).
              05 AB-ACCT-NO PIC 9(2).
           03 AB-BRANCH PIC X(2).

       WORKING-STORAGE SECTION.

       01 ACCOUNT-IDENTIFIERS-FS PIC XX.
       01 ACCOUNT-BRANCHES-FS PIC XX.

      *  Our bank code on the French interbank directory, from the
      *  BANK_CODE key in deploy.cfg; the default is the demo one.
       01 WS-BANK-CODE PIC 9(5) VALUE 17890.
       01 WS-BANK-CODE-RAW PIC X(5) VALUE SPACES.

      *  The five-digit branch (guichet) code built from BR-CODE:
      *  right-aligned, each letter replaced by its RIB digit. An
      *  account with no acctbrch.dat row belongs to branch 01.
       01 WS-BRANCH-CODE PIC 9(5).
       01 WS-BRANCH-DIGITS REDEFINES WS-BRANCH-CODE.
           03 FILLER PIC 9(3).
           03 WS-BRANCH-DIGIT PIC 9 OCCURS 2.
       01 WS-BRANCH-IN-WORK PIC X(2).
       01 WS-I PIC 9 VALUE 0.
       01 WS-ONE-CHAR PIC X.
       01 WS-ONE-DIGIT REDEFINES WS-ONE-CHAR PIC 9.
       01 WS-RIB-DIGIT PIC 9.

      *  The RIB letter table: A and J count 1, B K S count 2, and
      *  so on round the alphabet.
       01 WS-RIB-LETTERS PIC X(27)
              VALUE "AJ BKSCLTDMUENVFOWGPXHQYIRZ".
       01 WS-RIB-DIGITS PIC X(27)
              VALUE "11 222333444555666777888999".
       01 WS-LETTER-IDX PIC 99 VALUE 0.

      *  The account number: our customer and account numbers,
      *  zero-filled to the eleven positions of a French RIB.
       01 WS-ACCOUNT-NUMBER.
           03 FILLER PIC 9(5) VALUE 0.
           03 WS-AN-PIN PIC 9(4).
           03 WS-AN-ACCT-NO PIC 9(2).
       01 WS-ACCOUNT-NUMERIC REDEFINES WS-ACCOUNT-NUMBER PIC 9(11).

      *  RIB key = 97 - ((89 x bank + 15 x branch + 3 x account)
      *  modulo 97).
       01 WS-KEY-SUM PIC 9(13).
       01 WS-KEY-QUOTIENT PIC 9(13).
       01 WS-KEY-REMAINDER PIC 9(2).
       01 WS-RIB-KEY PIC 9(2).

      *  The IBAN handed to IbanCheck to have its check digits
      *  filled in.
       01 WS-IBAN-BUILD.
           03 WS-IB-COUNTRY PIC X(2) VALUE "FR".
           03 WS-IB-CHECK PIC X(2) VALUE "00".
           03 WS-IB-BANK PIC 9(5).
           03 WS-IB-BRANCH PIC 9(5).
           03 WS-IB-ACCOUNT PIC X(11).
           03 WS-IB-KEY PIC 9(2).
           03 FILLER PIC X(7) VALUE SPACES.
       01 WS-IBAN-WORK PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'B'.
       01 WS-IBAN-STATUS PIC 9.

       01 WS-ACCTID-PATH PIC X(100) VALUE "../../data/acctid.dat".

       LINKAGE SECTION.

       01 PIN-IN PIC 9(4).
       01 ACCT-NO-IN PIC 9(2).
       01 IBAN-OUT PIC X(34).
      *    0 = identity created; 1 = the account already had one,
      *    returned unchanged; 2 = register unavailable.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE PIN-IN ACCT-NO-IN IBAN-OUT
             STATUS-CODE.

           ACCEPT WS-ACCTID-PATH FROM ENVIRONMENT "ACCTID_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BANK-CODE-RAW FROM ENVIRONMENT "BANK_CODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-BANK-CODE-RAW IS NUMERIC THEN
              MOVE WS-BANK-CODE-RAW TO WS-BANK-CODE
           END-IF.

           MOVE 2 TO STATUS-CODE.
           MOVE SPACES TO IBAN-OUT.

           PERFORM OPEN-OR-CREATE-IDENTIFIERS.
           IF ACCOUNT-IDENTIFIERS-FS NOT = "00" THEN
              EXIT PROGRAM
           END-IF.

      *    An account keeps the identity it was given at opening:
      *    a second call only hands it back.
           MOVE PIN-IN TO AI-PIN.
           MOVE ACCT-NO-IN TO AI-ACCT-NO.
           READ ACCOUNT-IDENTIFIERS
              INVALID KEY
                 PERFORM BUILD-AND-STORE-IDENTIFIER
              NOT INVALID KEY
                 MOVE AI-IBAN TO IBAN-OUT
                 MOVE 1 TO STATUS-CODE
           END-READ.

           CLOSE ACCOUNT-IDENTIFIERS.
           EXIT PROGRAM.

       OPEN-OR-CREATE-IDENTIFIERS.
           OPEN I-O ACCOUNT-IDENTIFIERS.
           IF ACCOUNT-IDENTIFIERS-FS = "35" THEN
              CLOSE ACCOUNT-IDENTIFIERS
              OPEN OUTPUT ACCOUNT-IDENTIFIERS
              CLOSE ACCOUNT-IDENTIFIERS
              OPEN I-O ACCOUNT-IDENTIFIERS
           END-IF.

       BUILD-AND-STORE-IDENTIFIER.
           PERFORM BUILD-BRANCH-CODE.

           MOVE PIN-IN TO WS-AN-PIN.
           MOVE ACCT-NO-IN TO WS-AN-ACCT-NO.

           COMPUTE WS-KEY-SUM = 89 * WS-BANK-CODE
              + 15 * WS-BRANCH-CODE + 3 * WS-ACCOUNT-NUMERIC.
           DIVIDE WS-KEY-SUM BY 97 GIVING WS-KEY-QUOTIENT
              REMAINDER WS-KEY-REMAINDER.
           COMPUTE WS-RIB-KEY = 97 - WS-KEY-REMAINDER.

           MOVE WS-BANK-CODE TO WS-IB-BANK.
           MOVE WS-BRANCH-CODE TO WS-IB-BRANCH.
           MOVE WS-ACCOUNT-NUMBER TO WS-IB-ACCOUNT.
           MOVE WS-RIB-KEY TO WS-IB-KEY.
           MOVE WS-IBAN-BUILD TO WS-IBAN-WORK.
           MOVE 'B' TO WS-IBAN-MODE.
           CALL "IbanCheck" USING BY REFERENCE WS-IBAN-WORK
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE PIN-IN TO AI-PIN.
           MOVE ACCT-NO-IN TO AI-ACCT-NO.
           MOVE WS-BANK-CODE TO AI-BANK-CODE.
           MOVE WS-BRANCH-CODE TO AI-BRANCH-CODE.
           MOVE WS-ACCOUNT-NUMBER TO AI-ACCOUNT-NUMBER.
           MOVE WS-RIB-KEY TO AI-RIB-KEY.
           MOVE WS-IBAN-WORK TO AI-IBAN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AI-ISSUED-DATE.
           WRITE ACCOUNT-IDENTIFIER-RECORD
              INVALID KEY
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE AI-IBAN TO IBAN-OUT.
           MOVE 0 TO STATUS-CODE.

      *    BR-CODE is two characters; the guichet code is five
      *    digits, so it is zero-filled on the left and any letter
      *    goes through the RIB letter table.
       BUILD-BRANCH-CODE.
           MOVE "01" TO WS-BRANCH-IN-WORK.
           OPEN INPUT ACCOUNT-BRANCHES.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              MOVE PIN-IN TO AB-PIN
              MOVE ACCT-NO-IN TO AB-ACCT-NO
              READ ACCOUNT-BRANCHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AB-BRANCH NOT = SPACES THEN
                       MOVE AB-BRANCH TO WS-BRANCH-IN-WORK
                    END-IF
              END-READ
           END-IF.
           CLOSE ACCOUNT-BRANCHES.
           MOVE 0 TO WS-BRANCH-CODE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
              MOVE WS-BRANCH-IN-WORK(WS-I:1) TO WS-ONE-CHAR
              IF WS-ONE-CHAR IS NUMERIC THEN
                 MOVE WS-ONE-DIGIT TO WS-BRANCH-DIGIT(WS-I)
              ELSE
                 PERFORM CONVERT-RIB-LETTER
                 MOVE WS-RIB-DIGIT TO WS-BRANCH-DIGIT(WS-I)
              END-IF
           END-PERFORM.

       CONVERT-RIB-LETTER.
           MOVE 0 TO WS-RIB-DIGIT.
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                 UNTIL WS-LETTER-IDX > 27
              IF WS-RIB-LETTERS(WS-LETTER-IDX:1) = WS-ONE-CHAR
                    AND WS-ONE-CHAR NOT = SPACE THEN
                 MOVE WS-RIB-DIGITS(WS-LETTER-IDX:1) TO WS-RIB-DIGIT
              END-IF
           END-PERFORM.

       END PROGRAM AssignAccountIdentifier.
