
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-EUR-TO-USD-RATE PIC 9V9999 VALUE 0.
       01 WS-RATE-PAIR PIC X(7) VALUE "EUR/USD".
       01 WS-RATE-STATUS PIC 9.
       01 WS-CONVERTED-AMMOUNT PIC 9(8)V99.
       01 WS-OTHER-CURRENCY PIC X(3).


