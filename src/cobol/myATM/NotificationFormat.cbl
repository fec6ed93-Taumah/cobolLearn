              ORGANIZATION IS LINE SEQUENTIAL.

      *  The letter print file: an address block and the message
      *  per customer without a phone number on file. Shared with
      *  the cheque presentment's injunctions, so it is appended
      *  to and the print room empties it.
           SELECT LETTER-FILE ASSIGN TO '../../data/letters.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTER-FILE-FS.

       DATA DIVISION.

       COPY "CUSTREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 NOTIFY-QUEUE-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 LETTER-FILE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-SMS-COUNT PIC 9(5) VALUE 0.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT BANK-RECORDS.
           OPEN OUTPUT SMS-EXTRACT.
           OPEN EXTEND LETTER-FILE.
           IF LETTER-FILE-FS = "35" THEN
              OPEN OUTPUT LETTER-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              READ NOTIFY-QUEUE
                 WHEN NV-EVT-CARD-EXPIRING
                    STRING "Your card expires soon: " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN NV-EVT-GUARANTEE-ARREARS
                    STRING "Loan " NV-REF " you guarantee is "
                       "behind: " WS-AMOUNT-EDIT " EUR unpaid"
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN NV-EVT-RATE-CHANGE
                    STRING "Loan " NV-REF ": instalment "
                       WS-AMOUNT-EDIT " EUR, rate " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN OTHER
                    STRING "Notice from your bank: " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN NV-EVT-CARD-EXPIRING
                    STRING "Votre carte expire bientot : " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN NV-EVT-GUARANTEE-ARREARS
                    STRING "Pret " NV-REF " dont vous etes caution :"
                       " impaye de " WS-AMOUNT-EDIT " EUR"
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN NV-EVT-RATE-CHANGE
                    STRING "Pret " NV-REF " : mensualite "
                       WS-AMOUNT-EDIT " EUR, taux " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
                 WHEN OTHER
                    STRING "Avis de votre banque : " NV-DETAIL
                       DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
