
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD DEMO-SNAPSHOT.
       01 DEMO-SNAPSHOT-LINE.
           03 FILLER PIC X(49).
           03 SNAP-AMMOUNT PIC 9(7)V99 COMP-3.
           03 FILLER PIC X(11).

       FD CARD-SNAPSHOT.
