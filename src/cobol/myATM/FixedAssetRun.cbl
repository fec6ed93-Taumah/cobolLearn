       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetRun.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSETS ASSIGN TO '../../data/fixasset.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-ID
              FILE STATUS IS FIXED-ASSETS-FS.

      *  The fleet file: an ATM whose terminal has been retired
      *  leaves the books.
           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS TERMINAL-PROFILES-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The last period the ledger closed.
           SELECT GL-CLOSED-PERIOD ASSIGN TO '../../data/glclose.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-CLOSED-FS.

      *  What the run charged and wrote off, asset by asset, with
      *  the totals per branch that went to the ledger.
           SELECT DEPRECIATION-REPORT ASSIGN TO
                 '../../data/amortrun.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIXED-ASSETS.
       COPY "FIXASSET.cpy".

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD GL-CLOSED-PERIOD.
       01 GL-CLOSED-LINE PIC 9(6).

       FD DEPRECIATION-REPORT.
       01 DEPRECIATION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 FIXED-ASSETS-FS PIC XX.
       01 TERMINAL-PROFILES-FS PIC XX.
       01 GL-CLOSED-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-PERIOD PIC 9(6).
       01 WS-CLOSED-PERIOD PIC 9(6) VALUE 0.

      *  The month being charged, walked forward from the one after
      *  the asset's last charge (or its acquisition month) up to
      *  the run's period: a month the run missed is caught up.
       01 WS-CHARGE-PERIOD PIC 9(6).
       01 WS-CHARGE-PERIOD-R REDEFINES WS-CHARGE-PERIOD.
           03 WS-CHARGE-YEAR PIC 9(4).
           03 WS-CHARGE-MONTH PIC 9(2).

      *  Declining balance at the fiscal coefficient for the life:
      *  1,25 up to four years, 1,75 up to six, 2,25 beyond.
       01 WS-COEFFICIENT PIC 9V99.
       01 WS-REMAINING PIC 9(7)V99.
       01 WS-REMAINING-MONTHS PIC 9(3).
       01 WS-MONTH-CHARGE PIC 9(7)V99.
       01 WS-LINEAR-CHARGE PIC 9(7)V99.
       01 WS-ASSET-CHARGE PIC 9(7)V99.
       01 WS-NET-BOOK-VALUE PIC 9(7)V99.

      *  Per branch, what goes to the ledger: the month's charge,
      *  and for the assets leaving the books the depreciation
      *  taken off with them and the book value lost.
       01 WS-POSTING-TABLE.
           03 WS-POSTING-ENTRY OCCURS 10 TIMES
                 INDEXED BY WS-POSTING-IDX.
               05 WS-P-BRANCH PIC X(2).
               05 WS-P-CHARGE PIC 9(9)V99.
               05 WS-P-DISPOSED-DEPR PIC 9(9)V99.
               05 WS-P-DISPOSAL-LOSS PIC 9(9)V99.
       01 WS-POSTING-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-POSTING-TYPE PIC X(4).
       01 WS-POSTING-AMOUNT PIC 9(9)V99.
       01 WS-POSTING-BRANCH PIC X(2).
       01 WS-CHUNK-AMOUNT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

       01 WS-CHARGED-COUNT PIC 9(5) VALUE 0.
       01 WS-DISPOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHARGE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-LOSS PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(8)9,99.
       01 WS-AMOUNT-EDIT-2 PIC Z(8)9,99.
       01 WS-AMOUNT-EDIT-3 PIC Z(8)9,99.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

      *    A charge booked into a period the ledger has already
      *    closed would never reach its statements.
           PERFORM READ-CLOSED-PERIOD.
           IF WS-CLOSED-PERIOD > 0
                 AND WS-PERIOD <= WS-CLOSED-PERIOD THEN
              DISPLAY "Periode " WS-PERIOD " deja cloturee au grand "
                 "livre, amortissements refuses"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O FIXED-ASSETS.
           IF FIXED-ASSETS-FS NOT = "00" THEN
              DISPLAY "Aucune immobilisation, pas d'amortissement"
              STOP RUN
           END-IF.
           OPEN INPUT TERMINAL-PROFILES.

           OPEN OUTPUT DEPRECIATION-REPORT.
           MOVE SPACES TO DEPRECIATION-REPORT-LINE.
           STRING "AMORTISSEMENTS ET SORTIES - PERIODE " WS-PERIOD
              " - ARRETE DU " WS-TODAY
              DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
           END-STRING.
           WRITE DEPRECIATION-REPORT-LINE.

           PERFORM SCAN-ASSETS.

           CLOSE FIXED-ASSETS.
           IF TERMINAL-PROFILES-FS = "00" THEN
              CLOSE TERMINAL-PROFILES
           END-IF.

           PERFORM POST-MOVEMENTS.
           PERFORM WRITE-BRANCH-TOTALS.
           CLOSE DEPRECIATION-REPORT.

           DISPLAY "Amortissements " WS-PERIOD " : " WS-CHARGED-COUNT
              " immobilisation(s) dotee(s), " WS-DISPOSED-COUNT
              " sortie(s)".

           STOP RUN.

       READ-CLOSED-PERIOD.
           OPEN INPUT GL-CLOSED-PERIOD.
           IF GL-CLOSED-FS NOT = "00" THEN
              CLOSE GL-CLOSED-PERIOD
              EXIT PARAGRAPH
           END-IF.
           READ GL-CLOSED-PERIOD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE GL-CLOSED-LINE TO WS-CLOSED-PERIOD
           END-READ.
           CLOSE GL-CLOSED-PERIOD.

       SCAN-ASSETS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FA-ID.
           START FIXED-ASSETS KEY IS >= FA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXED-ASSETS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FA-IS-IN-SERVICE THEN
                       PERFORM PROCESS-ONE-ASSET
                    END-IF
              END-READ
           END-PERFORM.

      *    The month is charged first, so an ATM retired during it
      *    leaves the books at its value at the end of the month.
       PROCESS-ONE-ASSET.
           PERFORM FIND-OR-ADD-POSTING-ENTRY.
           IF WS-FOUND-IDX = 0 THEN
              DISPLAY "Table des agences pleine, " FA-ID
                 " non traitee"
              EXIT PARAGRAPH
           END-IF.
           SET WS-POSTING-IDX TO WS-FOUND-IDX.

           PERFORM DEPRECIATE-ASSET.
           IF FA-IS-ATM THEN
              PERFORM CHECK-TERMINAL-RETIRED
           END-IF.
           REWRITE FIXED-ASSET-RECORD.

       DEPRECIATE-ASSET.
           MOVE 0 TO WS-ASSET-CHARGE.
           IF FA-LAST-PERIOD = 0 THEN
              MOVE FA-ACQ-DATE(1:6) TO WS-CHARGE-PERIOD
           ELSE
              MOVE FA-LAST-PERIOD TO WS-CHARGE-PERIOD
              PERFORM ADVANCE-CHARGE-PERIOD
           END-IF.

           PERFORM UNTIL WS-CHARGE-PERIOD > WS-PERIOD
                 OR FA-ACCUM-DEPR >= FA-COST
              PERFORM COMPUTE-MONTH-CHARGE
              ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPR
              ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE
              ADD 1 TO FA-MONTHS-CHARGED
              MOVE WS-CHARGE-PERIOD TO FA-LAST-PERIOD
              PERFORM ADVANCE-CHARGE-PERIOD
           END-PERFORM.

           IF WS-ASSET-CHARGE = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-ASSET-CHARGE TO WS-P-CHARGE(WS-POSTING-IDX).
           ADD WS-ASSET-CHARGE TO WS-TOTAL-CHARGE.

           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR.
           MOVE WS-ASSET-CHARGE TO WS-AMOUNT-EDIT.
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDIT-2.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO DEPRECIATION-REPORT-LINE.
           STRING "DOTATION " FA-ID " " FA-CATEGORY " " FA-BRANCH
              " " FA-METHOD " " WS-AMOUNT-EDIT " cumul "
              WS-AMOUNT-EDIT-2 " VNC " WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
           END-STRING.
           WRITE DEPRECIATION-REPORT-LINE.

      *    Straight-line spreads the cost evenly, the last month
      *    taking what rounding left. Declining balance charges the
      *    coefficient on the running book value, and goes over to
      *    straight-line on what is left as soon as that charges
      *    more.
       COMPUTE-MONTH-CHARGE.
           COMPUTE WS-REMAINING = FA-COST - FA-ACCUM-DEPR.
           IF FA-MONTHS-CHARGED >= FA-LIFE-MONTHS THEN
              MOVE 1 TO WS-REMAINING-MONTHS
           ELSE
              COMPUTE WS-REMAINING-MONTHS =
                 FA-LIFE-MONTHS - FA-MONTHS-CHARGED
           END-IF.
           IF WS-REMAINING-MONTHS = 1 THEN
              MOVE WS-REMAINING TO WS-MONTH-CHARGE
              EXIT PARAGRAPH
           END-IF.

           IF FA-IS-DECLINING THEN
              EVALUATE TRUE
                 WHEN FA-LIFE-MONTHS <= 48
                    MOVE 1,25 TO WS-COEFFICIENT
                 WHEN FA-LIFE-MONTHS <= 72
                    MOVE 1,75 TO WS-COEFFICIENT
                 WHEN OTHER
                    MOVE 2,25 TO WS-COEFFICIENT
              END-EVALUATE
              COMPUTE WS-MONTH-CHARGE ROUNDED =
                 WS-REMAINING * WS-COEFFICIENT / FA-LIFE-MONTHS
              COMPUTE WS-LINEAR-CHARGE ROUNDED =
                 WS-REMAINING / WS-REMAINING-MONTHS
              IF WS-LINEAR-CHARGE > WS-MONTH-CHARGE THEN
                 MOVE WS-LINEAR-CHARGE TO WS-MONTH-CHARGE
              END-IF
           ELSE
              COMPUTE WS-MONTH-CHARGE ROUNDED =
                 FA-COST / FA-LIFE-MONTHS
           END-IF.
           IF WS-MONTH-CHARGE > WS-REMAINING THEN
              MOVE WS-REMAINING TO WS-MONTH-CHARGE
           END-IF.

       ADVANCE-CHARGE-PERIOD.
           IF WS-CHARGE-MONTH >= 12 THEN
              ADD 1 TO WS-CHARGE-YEAR
              MOVE 1 TO WS-CHARGE-MONTH
           ELSE
              ADD 1 TO WS-CHARGE-MONTH
           END-IF.

      *    A terminal no longer in the fleet file is reported but
      *    left on the books: only a retirement takes it off.
       CHECK-TERMINAL-RETIRED.
           IF TERMINAL-PROFILES-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE FA-TP-ID TO TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 MOVE SPACES TO DEPRECIATION-REPORT-LINE
                 STRING "ANOMALIE " FA-ID " terminal " FA-TP-ID
                    " absent du parc"
                    DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
                 END-STRING
                 WRITE DEPRECIATION-REPORT-LINE
                 EXIT PARAGRAPH
           END-READ.
           IF TP-IS-RETIRED THEN
              PERFORM DISPOSE-ASSET
           END-IF.

      *    The cost leaves the books with the depreciation taken
      *    against it; what was not yet depreciated is a loss.
       DISPOSE-ASSET.
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR.
           ADD FA-ACCUM-DEPR TO WS-P-DISPOSED-DEPR(WS-POSTING-IDX).
           ADD WS-NET-BOOK-VALUE
              TO WS-P-DISPOSAL-LOSS(WS-POSTING-IDX).
           ADD WS-NET-BOOK-VALUE TO WS-TOTAL-LOSS.
           ADD 1 TO WS-DISPOSED-COUNT.
           MOVE 'C' TO FA-STATUS.
           MOVE WS-TODAY TO FA-DISPOSAL-DATE.
           MOVE WS-NET-BOOK-VALUE TO FA-DISPOSAL-NBV.

           MOVE FA-COST TO WS-AMOUNT-EDIT.
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDIT-2.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO DEPRECIATION-REPORT-LINE.
           STRING "SORTIE   " FA-ID " " FA-CATEGORY " " FA-BRANCH
              " terminal " FA-TP-ID " cout " WS-AMOUNT-EDIT
              " amort " WS-AMOUNT-EDIT-2 " perte " WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
           END-STRING.
           WRITE DEPRECIATION-REPORT-LINE.

       FIND-OR-ADD-POSTING-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                 UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
              IF WS-P-BRANCH(WS-POSTING-IDX) = FA-BRANCH THEN
                 SET WS-FOUND-IDX TO WS-POSTING-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-POSTING-COUNT >= 10 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-POSTING-COUNT
              MOVE WS-POSTING-COUNT TO WS-FOUND-IDX
              SET WS-POSTING-IDX TO WS-FOUND-IDX
              MOVE FA-BRANCH TO WS-P-BRANCH(WS-POSTING-IDX)
              MOVE 0 TO WS-P-CHARGE(WS-POSTING-IDX)
              MOVE 0 TO WS-P-DISPOSED-DEPR(WS-POSTING-IDX)
              MOVE 0 TO WS-P-DISPOSAL-LOSS(WS-POSTING-IDX)
           END-IF.

      *    Gross per branch, bank-side rows with no customer balance
      *    behind them: AMOR charges the month's depreciation, IMSA
      *    takes a disposed asset's depreciation off with its cost,
      *    IMMV writes off the book value left.
       POST-MOVEMENTS.
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                 UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
              MOVE WS-P-BRANCH(WS-POSTING-IDX) TO WS-POSTING-BRANCH
              IF WS-P-CHARGE(WS-POSTING-IDX) > 0 THEN
                 MOVE "AMOR" TO WS-POSTING-TYPE
                 MOVE WS-P-CHARGE(WS-POSTING-IDX)
                    TO WS-POSTING-AMOUNT
                 PERFORM WRITE-ASSET-TRANLOG
              END-IF
              IF WS-P-DISPOSED-DEPR(WS-POSTING-IDX) > 0 THEN
                 MOVE "IMSA" TO WS-POSTING-TYPE
                 MOVE WS-P-DISPOSED-DEPR(WS-POSTING-IDX)
                    TO WS-POSTING-AMOUNT
                 PERFORM WRITE-ASSET-TRANLOG
              END-IF
              IF WS-P-DISPOSAL-LOSS(WS-POSTING-IDX) > 0 THEN
                 MOVE "IMMV" TO WS-POSTING-TYPE
                 MOVE WS-P-DISPOSAL-LOSS(WS-POSTING-IDX)
                    TO WS-POSTING-AMOUNT
                 PERFORM WRITE-ASSET-TRANLOG
              END-IF
           END-PERFORM.

      *    A log row carries at most 9 999 999,99; a larger branch
      *    total goes out in as many rows as it takes.
       WRITE-ASSET-TRANLOG.
           OPEN EXTEND TRANLOG-RECORDS.
           PERFORM UNTIL WS-POSTING-AMOUNT = 0
              IF WS-POSTING-AMOUNT > 9999999,99 THEN
                 MOVE 9999999,99 TO WS-CHUNK-AMOUNT
              ELSE
                 MOVE WS-POSTING-AMOUNT TO WS-CHUNK-AMOUNT
              END-IF
              SUBTRACT WS-CHUNK-AMOUNT FROM WS-POSTING-AMOUNT
              CALL "NextTransactionRef" USING BY REFERENCE
                 WS-TRAN-REF
              MOVE 0 TO TL-PIN
              MOVE 0 TO TL-ACCT-NO
              MOVE WS-POSTING-TYPE TO TL-TYPE
              MOVE WS-CHUNK-AMOUNT TO TL-AMOUNT
              MOVE 0 TO TL-BALANCE
              MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME
              MOVE WS-TRAN-REF TO TL-REF
              MOVE 0 TO TL-CARD
              MOVE "0000" TO TL-TERMINAL
              MOVE WS-POSTING-BRANCH TO TL-BRANCH
              CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD
              WRITE TRANLOG-RECORD
              CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD
           END-PERFORM.
           CLOSE TRANLOG-RECORDS.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO DEPRECIATION-REPORT-LINE.
           WRITE DEPRECIATION-REPORT-LINE.
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                 UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
              MOVE WS-P-CHARGE(WS-POSTING-IDX) TO WS-AMOUNT-EDIT
              MOVE WS-P-DISPOSED-DEPR(WS-POSTING-IDX)
                 TO WS-AMOUNT-EDIT-2
              MOVE WS-P-DISPOSAL-LOSS(WS-POSTING-IDX)
                 TO WS-AMOUNT-EDIT-3
              MOVE SPACES TO DEPRECIATION-REPORT-LINE
              STRING "AGENCE " WS-P-BRANCH(WS-POSTING-IDX)
                 " dotations " WS-AMOUNT-EDIT
                 " amort. sortis " WS-AMOUNT-EDIT-2
                 " pertes " WS-AMOUNT-EDIT-3
                 DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
              END-STRING
              WRITE DEPRECIATION-REPORT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-LOSS TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO DEPRECIATION-REPORT-LINE.
           STRING "PASSE AU GRAND LIVRE CE JOUR : DOTATIONS "
              WS-AMOUNT-EDIT " PERTES SUR SORTIES " WS-AMOUNT-EDIT-2
              DELIMITED BY SIZE INTO DEPRECIATION-REPORT-LINE
           END-STRING.
           WRITE DEPRECIATION-REPORT-LINE.

       END PROGRAM FixedAssetRun.
