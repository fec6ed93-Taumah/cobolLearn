       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Each operator's sales leave through our account at the
      *  central bank; the settlement-account reconciliation
      *  expects one statement line per operator and day.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'RECH'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'RECH'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 WS-NOSTRO-REF-CODE PIC X(4).
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.
       01 WS-NOSTRO-AMOUNT PIC 9(11)V99.

      *  Per-operator accumulation, find-or-add as everywhere.
       01 WS-OPER-TABLE.
           03 WS-OPER-ENTRY OCCURS 20 TIMES
              DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.

           MOVE WS-TODAY TO WS-NOSTRO-REF-DATE.
           MOVE WS-O-CODE(WS-OPER-IDX) TO WS-NOSTRO-REF-CODE.
           MOVE WS-O-TOTAL(WS-OPER-IDX) TO WS-NOSTRO-AMOUNT.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-NOSTRO-AMOUNT WS-TODAY.

       END PROGRAM TopUpRemittance.
