       COPY "LOANREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".


       WORKING-STORAGE SECTION.

      *  Filed in the report repository once written, so the
      *  day's copy survives tomorrow's run.
       01 WS-REPORT-ID PIC X(8) VALUE "LIQUIDIT".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/liquidity.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 TERM-DEPOSITS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
           WRITE LIQUIDITY-REPORT-LINE.

           CLOSE LIQUIDITY-REPORT.
           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY "Echeancier de liquidite ecrit".
           STOP RUN.
