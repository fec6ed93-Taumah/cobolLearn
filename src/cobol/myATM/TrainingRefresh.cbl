
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".


       COPY "CARDREC.cpy".

      *  Same 65-byte image as the live master, with its own data
      *  names so both files can be open at once.
       FD TRAIN-BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.
       01 TRAIN-BANK-RECORD.
           03 TR-KEY PIC X(6).
           03 TR-BODY PIC X(59).

       FD TRAIN-CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.
           03 TC-BODY PIC X(25).

       FD TRAIN-TRANLOG.
       01 TRAIN-TRANLOG-LINE PIC X(79).

       WORKING-STORAGE SECTION.

