              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  The business day's rows by account, cut from the log by
      *  the nightly extract.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedeod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.


       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".


       WORKING-STORAGE SECTION.

      *  Filed in the report repository once written, so the
      *  day's copy survives tomorrow's run.
       01 WS-REPORT-ID PIC X(8) VALUE "EODRECON".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/eodreport.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 BANK-RECORDS-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

           CLOSE BANK-RECORDS.
           CLOSE REPORT-RECORDS.
           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY "Rapport de fin de journee genere".

              WHEN "VRET"
              WHEN "CREF"
              WHEN "AJUS"
              WHEN "CBPC"
              WHEN "CBCR"
              WHEN "FIDE"
                 MOVE 'C' TO WS-TL-SIDE
              WHEN "RETR"
              WHEN "XOUT"
              WHEN "FACT"
              WHEN "LNPY"
              WHEN "LNXR"
              WHEN "ASSU"
              WHEN "TDOP"
              WHEN "CLOT"
              WHEN "PRRV"
              WHEN "CSND"
              WHEN "TOPU"
              WHEN "PRES"
              WHEN "CBRV"
              WHEN "CDCV"
              WHEN "BDEM"
                 MOVE 'D' TO WS-TL-SIDE
      *       INTA, INTQ, VALC, VALD, WHTX, CCOL and ACQR move
      *       no customer balance and stay off both sides, as do
      *       the bank-side chargeback and provisioning rows and
      *       the counter tills' EXCE/MANQ differences, the
      *       BDPY payment of a bank draft and the bureau de
      *       change's FXVT/FXAC/FXRC/FXEX/FXMG rows, the
      *       SINI settlement an insurer pays against a loan, and
      *       the fixed-asset IMAC/AMOR/IMSA/IMMV rows.
              WHEN OTHER
                 MOVE SPACE TO WS-TL-SIDE
           END-EVALUATE.
