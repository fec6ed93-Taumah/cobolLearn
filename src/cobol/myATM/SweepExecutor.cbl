       COPY "SWEEPREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".


       WORKING-STORAGE SECTION.

      *  Filed in the report repository once written, so the
      *  day's copy survives tomorrow's run.
       01 WS-REPORT-ID PIC X(8) VALUE "ECRETAGE".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/sweepreport.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 SWEEP-INSTRUCTIONS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-MUST-BALANCE PIC X VALUE 'N'.
       01 WS-EXEC-OK PIC X VALUE 'Y'.
       01 WS-SKIP-REASON PIC X(40).
       01 WS-SWEEP-AMOUNT PIC 9(7)V99.

      *  The shared availability engine's answer for the source:
      *  a court hold on the current account must not be swept
      *  onto the savings account it doesn't cover.
       01 WS-AVAIL-AMOUNT PIC 9(5)V99.
       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-AVAIL-REASON PIC 9.

       01 WS-LEG-PIN PIC 9(4).
       01 WS-LEG-ACCT-NO PIC 9(2).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(7)V99.

      *  One reference per executed sweep, shared by its two legs
      *  the same way a transfer's legs share one.
       01 WS-TRAN-REF PIC 9(8).
       01 WS-DEST-BALANCE PIC 9(7)V99.
       01 NEW-DEST-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
           CLOSE SWEEP-INSTRUCTIONS.
           CLOSE BANK-RECORDS.
           CLOSE SWEEP-REPORT.
           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY WS-SWEPT-COUNT " ecretage(s) effectue(s), "
              WS-SKIPPED-COUNT " reporte(s)".
      *    The engine nets holds and status the same way every
      *    other money mover does; an excess the engine won't
      *    confirm stays where the court put it.
      *    The engine takes the amount on its own, narrower,
      *    picture; an excess beyond it is asked for at the
      *    engine's largest figure and the full amount then held
      *    against the available figure the engine returns.
       CHECK-SWEEP-AVAILABILITY.
           IF WS-SWEEP-AMOUNT > 99999,99 THEN
              MOVE 99999,99 TO WS-AVAIL-AMOUNT
           ELSE
              MOVE WS-SWEEP-AMOUNT TO WS-AVAIL-AMOUNT
           END-IF.
           CALL "FundsAvailability" USING BY REFERENCE SW-PIN
              SW-ACCT-NO WS-AVAIL-AMOUNT WS-AVAILABLE
              WS-AVAIL-REASON.
           IF WS-AVAIL-REASON = 0
                 AND WS-AVAILABLE < WS-SWEEP-AMOUNT THEN
              MOVE 3 TO WS-AVAIL-REASON
           END-IF.
           IF WS-AVAIL-REASON NOT = 0 THEN
              MOVE 'N' TO WS-EXEC-OK
              MOVE "FONDS DISPONIBLES INSUFFISANTS"
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
