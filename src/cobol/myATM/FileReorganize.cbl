
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD BANK-REBUILD
           RECORD CONTAINS 65 CHARACTERS.
       01 BANK-REBUILD-RECORD.
           03 NB-KEY PIC X(6).
           03 FILLER PIC X(59).

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.
       FD TRANHIST-REBUILD.
       01 TRANHIST-REBUILD-RECORD.
           03 NH-KEY PIC X(23).
           03 FILLER PIC X(49).

       FD REORG-REPORT.
       01 REORG-REPORT-LINE PIC X(90).
