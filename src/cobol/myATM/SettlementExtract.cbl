
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The business day's rows in log order, cut from the log
      *  by the nightly extract.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedsettle.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The day's network settlement is paid through our account
      *  at the central bank in one movement; the
      *  settlement-account reconciliation expects it there.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'RESX'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'RESX'.
           03 WS-NOSTRO-REF-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.
       01 WS-NOSTRO-AMOUNT PIC 9(11)V99.

      *  Our institution and terminal identifiers on the network.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".
       01 WS-TERMINAL-ID PIC X(4) VALUE "0001".
           CLOSE TRANLOG-RECORDS.
           CLOSE SETTLEMENT-FILE.

           MOVE WS-TODAY TO WS-NOSTRO-REF-DATE.
           MOVE WS-AMOUNT-HASH TO WS-NOSTRO-AMOUNT.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-NOSTRO-AMOUNT WS-TODAY.

           DISPLAY "Extrait de reglement : " WS-DETAIL-COUNT
              " detail(s)".

