              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

      *  The month's rows still in the live log, by branch, as
      *  the nightly extract cut them.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedbranch.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.


       WORKING-STORAGE SECTION.

      *  Filed in the report repository once written, so the
      *  day's copy survives tomorrow's run.
       01 WS-REPORT-ID PIC X(8) VALUE "RENTAGCE".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/brprofit.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 TRANHIST-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 BRANCH-RECORDS-FS PIC XX.
               05 WS-B-INT-INCOME PIC 9(9)V99.
               05 WS-B-INT-EXPENSE PIC 9(9)V99.
               05 WS-B-INT-LEGACY PIC 9(9)V99.
               05 WS-B-DEPRECIATION PIC 9(9)V99.
               05 WS-B-TRAN-COUNT PIC 9(7).
               05 WS-B-TRAN-VOLUME PIC 9(11)V99.
       01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.

       01 WS-WORK-BRANCH PIC X(2).
       01 WS-WORK-TYPE PIC X(4).
       01 WS-WORK-AMOUNT PIC 9(7)V99.

       01 WS-NET-RESULT PIC S9(9)V99.
       01 WS-NET-EDIT PIC -9(9),99.
              UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

           CLOSE PROFIT-REPORT.
           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.
           IF BRANCH-RECORDS-FS = "00" THEN
              CLOSE BRANCH-RECORDS
           END-IF.
              MOVE 0 TO WS-B-INT-INCOME(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-INT-EXPENSE(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-INT-LEGACY(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-DEPRECIATION(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-TRAN-COUNT(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-TRAN-VOLUME(WS-BRANCH-IDX)
           END-IF.
      *       After the accrual split INTA carries the expense
      *       and INTR only pays out what was already expensed;
      *       INTR is kept apart and counted only for periods
      *       that predate the split entirely. A Livret A's
      *       fortnightly INTQ is the same expense, as is a
      *       value-date correction's VALC; its VALD gives some
      *       back.
              WHEN "INTA"
              WHEN "INTQ"
              WHEN "VALC"
                 MOVE 'Y' TO WS-INTA-SEEN
                 ADD WS-WORK-AMOUNT
                    TO WS-B-INT-EXPENSE(WS-BRANCH-IDX)
              WHEN "VALD"
                 IF WS-WORK-AMOUNT
                       > WS-B-INT-EXPENSE(WS-BRANCH-IDX) THEN
                    MOVE 0 TO WS-B-INT-EXPENSE(WS-BRANCH-IDX)
                 ELSE
                    SUBTRACT WS-WORK-AMOUNT
                       FROM WS-B-INT-EXPENSE(WS-BRANCH-IDX)
                 END-IF
              WHEN "INTR"
                 ADD WS-WORK-AMOUNT
                    TO WS-B-INT-LEGACY(WS-BRANCH-IDX)
      *       The month's depreciation of the branch's machines
      *       and equipment, and the book value lost on whatever
      *       left its books, weigh on its result.
              WHEN "AMOR"
              WHEN "IMMV"
                 ADD WS-WORK-AMOUNT
                    TO WS-B-DEPRECIATION(WS-BRANCH-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           COMPUTE WS-NET-RESULT =
              WS-B-FEES(WS-BRANCH-IDX)
              + WS-B-INT-INCOME(WS-BRANCH-IDX)
              - WS-B-INT-EXPENSE(WS-BRANCH-IDX)
              - WS-B-DEPRECIATION(WS-BRANCH-IDX).
           MOVE WS-NET-RESULT TO WS-NET-EDIT.

           STRING "AGENCE " WS-B-CODE(WS-BRANCH-IDX)
              WS-B-INT-EXPENSE(WS-BRANCH-IDX)
              DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "  AMORTISSEMENTS="
              WS-B-DEPRECIATION(WS-BRANCH-IDX)
              DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           STRING "  MOUVEMENTS=" WS-B-TRAN-COUNT(WS-BRANCH-IDX)
              " VOLUME=" WS-B-TRAN-VOLUME(WS-BRANCH-IDX)
              " RESULTAT NET=" WS-NET-EDIT
