
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Deposits, withdrawals and outgoing transfers by account
      *  and time, cut from the log by the nightly extract.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedaml.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

               05 WS-A-NEAR-CEILING PIC 9(4).
               05 WS-A-RETR-HOUR PIC 9(10).
               05 WS-A-RETR-IN-HOUR PIC 9(4).
               05 WS-A-RETR-CARD PIC 9(4).
               05 WS-A-LAST-DEPO-DT PIC 9(14).
       01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.

       01 WS-HOUR-BUCKET PIC 9(10).

      *  A burst of withdrawals on a card whose holder declared a
      *  trip for that day is noted, not raised.
       01 WS-CTL-CHANNEL PIC X VALUE 'P'.
       01 WS-CTL-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-CTL-DATE PIC 9(8).
       01 WS-CTL-RESULT PIC X.
       01 WS-CTL-TRAVEL PIC X.
       01 WS-DEPO-SECS PIC 9(7).
       01 WS-XOUT-SECS PIC 9(7).
       01 WS-GAP-SECONDS PIC S9(7).
                    TO WS-A-LAST-DEPO-DT(WS-FOUND-IDX)
              WHEN "RETR"
                 MOVE TL-DATETIME(1:10) TO WS-HOUR-BUCKET
                 MOVE TL-CARD TO WS-A-RETR-CARD(WS-FOUND-IDX)
                 IF WS-HOUR-BUCKET =
                       WS-A-RETR-HOUR(WS-FOUND-IDX) THEN
                    ADD 1 TO WS-A-RETR-IN-HOUR(WS-FOUND-IDX)
              MOVE 0 TO WS-A-NEAR-CEILING(WS-FOUND-IDX)
              MOVE 0 TO WS-A-RETR-HOUR(WS-FOUND-IDX)
              MOVE 0 TO WS-A-RETR-IN-HOUR(WS-FOUND-IDX)
              MOVE 0 TO WS-A-RETR-CARD(WS-FOUND-IDX)
              MOVE 0 TO WS-A-LAST-DEPO-DT(WS-FOUND-IDX)
           END-IF.

                 END-STRING
                 WRITE AML-REPORT-LINE
              END-IF
              MOVE 'N' TO WS-CTL-TRAVEL
              IF WS-A-RETR-IN-HOUR(WS-ACCT-IDX)
                    >= VELOCITY-MIN-RETR THEN
                 MOVE WS-A-RETR-HOUR(WS-ACCT-IDX)(1:8) TO WS-CTL-DATE
                 CALL "CheckCardControls" USING BY REFERENCE
                    WS-A-RETR-CARD(WS-ACCT-IDX) WS-CTL-CHANNEL
                    WS-CTL-COUNTRY WS-CTL-DATE WS-CTL-RESULT
                    WS-CTL-TRAVEL
              END-IF
              IF WS-CTL-TRAVEL = 'Y' THEN
                 MOVE SPACES TO AML-REPORT-LINE
                 STRING "INFO type=RETRAITS-RAPIDES"
                    " compte=" WS-A-PIN(WS-ACCT-IDX) "-"
                    WS-A-ACCT-NO(WS-ACCT-IDX)
                    " carte=" WS-A-RETR-CARD(WS-ACCT-IDX)
                    " voyage declare"
                    DELIMITED BY SIZE INTO AML-REPORT-LINE
                 END-STRING
                 WRITE AML-REPORT-LINE
              END-IF
              IF WS-A-RETR-IN-HOUR(WS-ACCT-IDX)
                    >= VELOCITY-MIN-RETR
                    AND WS-CTL-TRAVEL NOT = 'Y' THEN
                 MOVE 50 TO WS-SCORE
                 ADD 1 TO WS-FLAG-COUNT
                 STRING "ANOMALIE score=" WS-SCORE
