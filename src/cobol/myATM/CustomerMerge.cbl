              RECORD KEY IS TI-PIN
              FILE STATUS IS TIER-RECORDS-FS.

      *  The RIB/IBAN the outside world knows each account by; it
      *  follows the account to its new key.
           SELECT ACCOUNT-IDENTIFIERS ASSIGN TO
                 '../../data/acctid.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AI-KEY
              ALTERNATE RECORD KEY IS AI-IBAN
              FILE STATUS IS ACCOUNT-IDENTIFIERS-FS.

      *  One line per merge, appended and never rewritten: who
      *  merged what into whom, and how much moved.
           SELECT MERGE-AUDIT ASSIGN TO '../../data/custmerge.dat'
       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TIER-RECORDS.
       COPY "TIERREC.cpy".

       FD ACCOUNT-IDENTIFIERS.
       COPY "ACCTID.cpy".

       FD MERGE-AUDIT.
       01 MERGE-AUDIT-LINE PIC X(110).

       01 LOAN-RECORDS-FS PIC XX.
       01 BENEFICIARIES-FS PIC XX.
       01 TIER-RECORDS-FS PIC XX.
       01 ACCOUNT-IDENTIFIERS-FS PIC XX.
       01 WS-ACCTID-OPEN PIC X VALUE 'N'.
       01 WS-HOLD-IDENTIFIER PIC X(71).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

               05 WS-M-NEW-ACCT PIC 9(2).
       01 WS-MOVE-COUNT PIC 9(2) VALUE 0.
       01 WS-NEXT-FREE-ACCT PIC 9(2).
       01 WS-HOLD-RECORD PIC X(65).

       01 WS-ACCOUNTS-MOVED PIC 9(2) VALUE 0.
       01 WS-CARDS-MOVED PIC 9(3) VALUE 0.
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ACCTID-OPEN.
           OPEN I-O ACCOUNT-IDENTIFIERS.
           IF ACCOUNT-IDENTIFIERS-FS = "00" THEN
              MOVE 'Y' TO WS-ACCTID-OPEN
           ELSE
              CLOSE ACCOUNT-IDENTIFIERS
           END-IF.

           PERFORM FIND-NEXT-FREE-ACCT.
           PERFORM COLLECT-DUPLICATE-ACCTS.

           END-PERFORM.

           CLOSE BANK-RECORDS.
           IF WS-ACCTID-OPEN = 'Y' THEN
              CLOSE ACCOUNT-IDENTIFIERS
           END-IF.

       FIND-NEXT-FREE-ACCT.
           MOVE 1 TO WS-NEXT-FREE-ACCT.
              INVALID KEY
                 DISPLAY "Compte non replace : "
                    WS-SURVIVOR-ID "-" RCD-ACCT-NO
              NOT INVALID KEY
                 PERFORM MOVE-ONE-IDENTIFIER
           END-WRITE.
           ADD 1 TO WS-ACCOUNTS-MOVED.

      *    Same delete-and-rewrite for the account's RIB/IBAN: the
      *    numbers, and the date they were issued, stay exactly as
      *    the customer already gave them out. An account opened
      *    before identifiers existed has no row and gets its own
      *    on first use under the new key.
       MOVE-ONE-IDENTIFIER.
           IF WS-ACCTID-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DUPLICATE-ID TO AI-PIN.
           MOVE WS-M-OLD-ACCT(WS-MOVE-IDX) TO AI-ACCT-NO.
           READ ACCOUNT-IDENTIFIERS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE ACCOUNT-IDENTIFIER-RECORD TO WS-HOLD-IDENTIFIER.
           DELETE ACCOUNT-IDENTIFIERS RECORD
              INVALID KEY
                 EXIT PARAGRAPH
           END-DELETE.
           MOVE WS-HOLD-IDENTIFIER TO ACCOUNT-IDENTIFIER-RECORD.
           MOVE WS-SURVIVOR-ID TO AI-PIN.
           MOVE WS-M-NEW-ACCT(WS-MOVE-IDX) TO AI-ACCT-NO.
           WRITE ACCOUNT-IDENTIFIER-RECORD
              INVALID KEY
                 DISPLAY "RIB/IBAN non replace : "
                    WS-SURVIVOR-ID "-" AI-ACCT-NO " " AI-IBAN
           END-WRITE.

       MOVE-DUPLICATE-CARDS.
           MOVE 'N' TO WS-EOF.
           OPEN I-O CARD-RECORDS.
