       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Each biller's takings leave through our account at the
      *  central bank; the settlement-account reconciliation
      *  expects one statement line per biller and day.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'FACT'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'FACT'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 WS-NOSTRO-REF-CODE PIC X(4).
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.
       01 WS-NOSTRO-AMOUNT PIC 9(11)V99.

      *  Today's take per biller, the same bounded-table style the
      *  end-of-day reconciliation uses.
       01 WS-BILLER-TOTALS.
           WRITE REMITTANCE-LINE.
           ADD WS-B-TOTAL(WS-BILLER-IDX) TO WS-GRAND-TOTAL.

           MOVE WS-TODAY TO WS-NOSTRO-REF-DATE.
           MOVE WS-B-CODE(WS-BILLER-IDX) TO WS-NOSTRO-REF-CODE.
           MOVE WS-B-TOTAL(WS-BILLER-IDX) TO WS-NOSTRO-AMOUNT.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-NOSTRO-AMOUNT WS-TODAY.

       END PROGRAM BillRemittance.
