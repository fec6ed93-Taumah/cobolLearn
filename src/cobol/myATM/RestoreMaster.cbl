           03 BK-CARD-COUNT PIC 9(7).

       FD DEMO-SNAPSHOT.
       01 DEMO-SNAPSHOT-LINE PIC X(65).

       FD CARD-SNAPSHOT.
       01 CARD-SNAPSHOT-LINE PIC X(29).

       FD NEW-BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

