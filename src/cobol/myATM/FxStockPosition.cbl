       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxStockPosition.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-STOCK ASSIGN TO '../../data/fxstock.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS IS FX-STOCK-FS.

           SELECT FX-DEALS ASSIGN TO '../../data/fxdeals.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FX-DEALS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Each branch's foreign-notes position for the back office:
      *  what the stock should hold after the day's movements
      *  against what it does hold.
           SELECT FX-STOCK-REPORT ASSIGN TO
                 '../../data/fxstockrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FX-STOCK.
       COPY "FXSTOCK.cpy".

       FD FX-DEALS.
       COPY "FXDEAL.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD FX-STOCK-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 FX-STOCK-FS PIC XX.
       01 FX-DEALS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

      *  One entry per branch and currency held, with the
      *  movements since its last position.
       01 WS-POSITION-TABLE.
           03 WS-POSITION-ENTRY OCCURS 50 TIMES.
              05 WS-PS-BRANCH PIC X(2).
              05 WS-PS-CURRENCY PIC X(3).
              05 WS-PS-OPENING PIC 9(9).
              05 WS-PS-HELD PIC 9(9).
              05 WS-PS-SINCE PIC 9(8).
              05 WS-PS-SOLD PIC 9(9).
              05 WS-PS-BOUGHT PIC 9(9).
              05 WS-PS-RECEIVED PIC 9(9).
              05 WS-PS-RETURNED PIC 9(9).
              05 WS-PS-MARGIN PIC 9(7)V99.
       01 WS-POSITION-COUNT PIC 9(3) VALUE 0.
       01 WS-POSITION-IDX PIC 9(3).
       01 WS-POSITION-FOUND PIC 9(3).
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 WS-EXPECTED PIC S9(10).
       01 WS-BREAK PIC S9(10).
       01 WS-BREAK-EDIT PIC -(9)9.
       01 WS-MARGIN-EDIT PIC ZZZZZZ9,99.
       01 WS-MARGIN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9,99.
       01 WS-BREAK-COUNT PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 WS-DEAL-COUNT PIC 9(7) VALUE 0.
       01 WS-STATUS-LABEL PIC X(8).
       01 WS-TRAN-REF PIC 9(8).

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN OUTPUT FX-STOCK-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSITION DES BILLETS ETRANGERS AU " WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O FX-STOCK.
           IF FX-STOCK-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUN STOCK DE DEVISES" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE FX-STOCK
              CLOSE FX-STOCK-REPORT
              DISPLAY "Aucun stock de devises"
              STOP RUN
           END-IF.

           PERFORM LOAD-STOCK-ROWS.
           PERFORM APPLY-DEAL-MOVEMENTS.
           PERFORM VARYING WS-POSITION-IDX FROM 1 BY 1
                 UNTIL WS-POSITION-IDX > WS-POSITION-COUNT
              PERFORM REPORT-ONE-POSITION
              IF WS-PS-MARGIN(WS-POSITION-IDX) > 0 THEN
                 PERFORM POST-EXCHANGE-MARGIN
              END-IF
              PERFORM ROLL-ONE-POSITION
           END-PERFORM.

           MOVE WS-MARGIN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL POSITIONS=" WS-POSITION-COUNT
              " ECARTS=" WS-BREAK-COUNT
              " SANS STOCK=" WS-ORPHAN-COUNT
              " MARGE DU JOUR=" WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0 THEN
              MOVE SPACES TO REPORT-LINE
              STRING "TABLE PLEINE : " WS-OVERFLOW-COUNT
                 " STOCK(S) NON TRAITE(S)"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           CLOSE FX-STOCK.
           CLOSE FX-STOCK-REPORT.

           DISPLAY "Position devises : " WS-POSITION-COUNT
              " stock(s), " WS-BREAK-COUNT " ecart(s), marge "
              WS-TOTAL-EDIT " EUR".
           IF WS-BREAK-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                 OR WS-OVERFLOW-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-STOCK-ROWS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FX-STOCK NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-POSITION-COUNT < 50 THEN
                       ADD 1 TO WS-POSITION-COUNT
                       MOVE WS-POSITION-COUNT TO WS-POSITION-IDX
                       INITIALIZE WS-POSITION-ENTRY(WS-POSITION-IDX)
                       MOVE FS-BRANCH TO WS-PS-BRANCH(WS-POSITION-IDX)
                       MOVE FS-CURRENCY
                          TO WS-PS-CURRENCY(WS-POSITION-IDX)
                       MOVE FS-OPENING TO WS-PS-OPENING(WS-POSITION-IDX)
                       MOVE FS-HELD TO WS-PS-HELD(WS-POSITION-IDX)
                       MOVE FS-POSITION-DATE
                          TO WS-PS-SINCE(WS-POSITION-IDX)
                    ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      *    Only movements after a stock's last position and up to
      *    today count, so a rerun the same day finds nothing new.
       APPLY-DEAL-MOVEMENTS.
           OPEN INPUT FX-DEALS.
           IF FX-DEALS-FS NOT = "00" THEN
              CLOSE FX-DEALS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FX-DEALS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FX-DATE <= WS-TODAY THEN
                       PERFORM APPLY-ONE-DEAL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FX-DEALS.

       APPLY-ONE-DEAL.
           MOVE 0 TO WS-POSITION-FOUND.
           PERFORM VARYING WS-POSITION-IDX FROM 1 BY 1
                 UNTIL WS-POSITION-IDX > WS-POSITION-COUNT
              IF WS-PS-BRANCH(WS-POSITION-IDX) = FX-BRANCH
                    AND WS-PS-CURRENCY(WS-POSITION-IDX) = FX-CURRENCY
                    THEN
                 MOVE WS-POSITION-IDX TO WS-POSITION-FOUND
              END-IF
           END-PERFORM.
           IF WS-POSITION-FOUND = 0 THEN
              ADD 1 TO WS-ORPHAN-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "MOUVEMENT SANS STOCK AGENCE " FX-BRANCH
                 " " FX-CURRENCY " " FX-DIRECTION
                 " " FX-FOREIGN-AMOUNT " REF " FX-REF
                 " DU " FX-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-POSITION-FOUND TO WS-POSITION-IDX.
           IF FX-DATE <= WS-PS-SINCE(WS-POSITION-IDX) THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEAL-COUNT.
           EVALUATE TRUE
              WHEN FX-IS-SALE
                 ADD FX-FOREIGN-AMOUNT TO WS-PS-SOLD(WS-POSITION-IDX)
                 ADD FX-MARGIN-EUR TO WS-PS-MARGIN(WS-POSITION-IDX)
              WHEN FX-IS-PURCHASE
                 ADD FX-FOREIGN-AMOUNT
                    TO WS-PS-BOUGHT(WS-POSITION-IDX)
                 ADD FX-MARGIN-EUR TO WS-PS-MARGIN(WS-POSITION-IDX)
              WHEN FX-IS-RECEIPT
                 ADD FX-FOREIGN-AMOUNT
                    TO WS-PS-RECEIVED(WS-POSITION-IDX)
              WHEN FX-IS-RETURN
                 ADD FX-FOREIGN-AMOUNT
                    TO WS-PS-RETURNED(WS-POSITION-IDX)
           END-EVALUATE.

      *    The opening plus what came in less what went out must
      *    be what the stock holds; any difference is a break for
      *    the back office to explain.
       REPORT-ONE-POSITION.
           COMPUTE WS-EXPECTED = WS-PS-OPENING(WS-POSITION-IDX)
              + WS-PS-BOUGHT(WS-POSITION-IDX)
              + WS-PS-RECEIVED(WS-POSITION-IDX)
              - WS-PS-SOLD(WS-POSITION-IDX)
              - WS-PS-RETURNED(WS-POSITION-IDX).
           COMPUTE WS-BREAK = WS-PS-HELD(WS-POSITION-IDX)
              - WS-EXPECTED.
           IF WS-BREAK = 0 THEN
              MOVE "EQUILIBR" TO WS-STATUS-LABEL
           ELSE
              MOVE "ECART" TO WS-STATUS-LABEL
              ADD 1 TO WS-BREAK-COUNT
           END-IF.
           MOVE WS-BREAK TO WS-BREAK-EDIT.
           MOVE WS-PS-MARGIN(WS-POSITION-IDX) TO WS-MARGIN-EDIT.
           ADD WS-PS-MARGIN(WS-POSITION-IDX) TO WS-MARGIN-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGENCE " WS-PS-BRANCH(WS-POSITION-IDX)
              " " WS-PS-CURRENCY(WS-POSITION-IDX)
              " OUV " WS-PS-OPENING(WS-POSITION-IDX)
              " +ACH " WS-PS-BOUGHT(WS-POSITION-IDX)
              " +REC " WS-PS-RECEIVED(WS-POSITION-IDX)
              " -VTE " WS-PS-SOLD(WS-POSITION-IDX)
              " -ENV " WS-PS-RETURNED(WS-POSITION-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "          DETENU " WS-PS-HELD(WS-POSITION-IDX)
              " ECART " WS-BREAK-EDIT
              " " WS-STATUS-LABEL
              " MARGE " WS-MARGIN-EDIT " EUR"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The day's margin per branch and currency, earned in the
      *    tills, goes to exchange income.
       POST-EXCHANGE-MARGIN.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE "FXMG" TO TL-TYPE.
           MOVE WS-PS-MARGIN(WS-POSITION-IDX) TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TODAY TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE WS-PS-BRANCH(WS-POSITION-IDX) TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

      *    Tomorrow's position starts from what is held tonight.
       ROLL-ONE-POSITION.
           MOVE WS-PS-BRANCH(WS-POSITION-IDX) TO FS-BRANCH.
           MOVE WS-PS-CURRENCY(WS-POSITION-IDX) TO FS-CURRENCY.
           READ FX-STOCK
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE FS-HELD TO FS-OPENING.
           MOVE WS-TODAY TO FS-POSITION-DATE.
           REWRITE FX-STOCK-RECORD.

       END PROGRAM FxStockPosition.
