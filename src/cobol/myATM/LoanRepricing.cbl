       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRepricing.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT LOAN-VARIABLE ASSIGN TO '../../data/loanvar.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LV-LOAN-ID
              FILE STATUS IS LOAN-VARIABLE-FS.

      *  The same trail the restructuring desk writes: a reset is
      *  an amendment like any other, and the latest one for a
      *  loan is where its remaining term is counted from.
           SELECT AMENDMENT-LOG ASSIGN TO '../../data/loanamend.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AMENDMENT-LOG-FS.

      *  One line per notice sent and per reset applied, for the
      *  credit desk's morning review.
           SELECT REPRICING-REPORT ASSIGN TO
                 '../../data/loanreprice.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD LOAN-VARIABLE.
       COPY "LOANVAR.cpy".

       FD AMENDMENT-LOG.
       01 AMENDMENT-LOG-LINE PIC X(130).

       FD REPRICING-REPORT.
       01 REPRICING-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       01 LOAN-RECORDS-FS PIC XX.
       01 LOAN-VARIABLE-FS PIC XX.
       01 AMENDMENT-LOG-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-AMEND-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  How many days ahead of the reset the borrower hears of the
      *  new rate; two digits, 30 unless set.
       01 WS-NOTICE-DAYS PIC 9(2) VALUE 30.
       01 WS-NOTICE-DAYS-RAW PIC X(2) VALUE SPACES.
       01 WS-NOTICE-FROM PIC 9(8).
       01 WS-VARIABLE-CHANGED PIC X VALUE 'N'.

      *  The reset rate: the fixing in force plus the margin, held
      *  between the floor and the cap, and brought down to the
      *  usury ceiling in force on the reset date.
       01 WS-INDEX-RATE PIC S9(2)V999.
       01 WS-INDEX-STATUS PIC 9.
       01 WS-INDEXED-RATE PIC S9(3)V999.
       01 WS-USURY-CAPPED PIC X VALUE 'N'.
       01 WS-CREDIT-KIND PIC X VALUE 'L'.
       01 WS-USURY-CATEGORY PIC X(2).
       01 WS-USURY-CEILING PIC 9(2)V99.
       01 WS-USURY-STATUS PIC 9.

      *  The row layout LoanRestructure writes, read back to find
      *  the loan's latest amendment.
       01 WS-AMENDMENT-ROW.
           03 WS-AM-DATE PIC 9(8).
           03 FILLER PIC X.
           03 WS-AM-KIND PIC X(8).
           03 WS-AM-LOAN-TAG PIC X(6).
           03 WS-AM-LOAN-ID PIC 9(6).
           03 FILLER PIC X(101).

      *  LN-TERM-MONTHS is the term still to run from the latest
      *  amendment, or from the opening when there is none; the
      *  months since then come off it.
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-BASE-DATE PIC 9(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           03 WS-DW-YEAR PIC 9(4).
           03 WS-DW-MONTH PIC 9(2).
           03 WS-DW-DAY PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-BASE-MONTHS PIC 9(6).
       01 WS-REMAINING-TERM PIC S9(5).

       01 WS-NEW-RATE PIC 9(2)V99.
       01 WS-NEW-TERM PIC 9(4).
       01 WS-OLD-RATE PIC 9(2)V99.
       01 WS-OLD-TERM PIC 9(4).
       01 WS-OLD-PAYMENT PIC 9(7)V99.
       01 WS-AMEND-KIND PIC X(8) VALUE "REVISION".
       01 WS-BATCH-OPERATOR PIC 9(6) VALUE 0.

      *  Same present-value computation the amortization engine
      *  uses: the positive power first, then inverted with an
      *  ordinary divide, since ** gives no usable result for a
      *  negative exponent here.
       01 WS-MONTHLY-RATE PIC 9V9(6).
       01 WS-GROWTH-FACTOR PIC 9(4)V9(6).
       01 WS-PV-FACTOR PIC 9V9(6).
       01 WS-PAYMENT PIC 9(7)V99.

       COPY "NOTIFEVT.cpy".
       01 WS-RATE-EDIT PIC 99,99.

       01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
       01 WS-REPRICED-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-FIXING-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           ACCEPT WS-NOTICE-DAYS-RAW FROM ENVIRONMENT
                 "REPRICE_NOTICE_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-NOTICE-DAYS-RAW IS NUMERIC THEN
              MOVE WS-NOTICE-DAYS-RAW TO WS-NOTICE-DAYS
           END-IF.

           OPEN I-O LOAN-VARIABLE.
           IF LOAN-VARIABLE-FS NOT = "00" THEN
              DISPLAY "Aucun pret a taux variable"
              CLOSE LOAN-VARIABLE
              STOP RUN
           END-IF.

           OPEN I-O LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun pret en portefeuille"
              CLOSE LOAN-RECORDS
              CLOSE LOAN-VARIABLE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPRICING-REPORT.
           MOVE SPACES TO REPRICING-REPORT-LINE.
           STRING "REVISION DES PRETS A TAUX VARIABLE " WS-TODAY
              DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
           END-STRING.
           WRITE REPRICING-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           MOVE 0 TO LV-LOAN-ID.
           START LOAN-VARIABLE KEY IS > LV-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-VARIABLE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM REPRICE-ONE-LOAN
              END-READ
           END-PERFORM.

           CLOSE LOAN-RECORDS.
           CLOSE LOAN-VARIABLE.
           CLOSE REPRICING-REPORT.

           DISPLAY WS-NOTICE-COUNT " avis de revision envoye(s), "
              WS-REPRICED-COUNT " pret(s) revise(s)".
           IF WS-NO-FIXING-COUNT > 0 THEN
              DISPLAY WS-NO-FIXING-COUNT " pret(s) sans fixation "
                 "d'indice, a reprendre"
           END-IF.
           STOP RUN.

      *    A loan paid off or written off keeps its terms on file
      *    but is never reset again. The notice goes first, the
      *    reset once its date has come: both in one night when
      *    the run has been late, the notice still ahead of the
      *    billing that follows.
       REPRICE-ONE-LOAN.
           MOVE 'N' TO WS-VARIABLE-CHANGED.
           MOVE LV-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 MOVE SPACES TO REPRICING-REPORT-LINE
                 STRING "ANOMALIE pret=" LV-LOAN-ID
                    " absent du portefeuille"
                    DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
                 END-STRING
                 WRITE REPRICING-REPORT-LINE
                 EXIT PARAGRAPH
           END-READ.
           IF NOT LN-IS-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NOTICE-FROM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(LV-NEXT-REPRICE-DATE)
              - WS-NOTICE-DAYS).
           IF LV-NOTICE-DATE = 0 AND WS-TODAY >= WS-NOTICE-FROM THEN
              PERFORM ANNOUNCE-NEW-RATE
           END-IF.
           IF LV-NOTICE-DATE NOT = 0
                 AND WS-TODAY >= LV-NEXT-REPRICE-DATE THEN
              PERFORM APPLY-NEW-RATE
           END-IF.

           IF WS-VARIABLE-CHANGED = 'Y' THEN
              REWRITE LOAN-VARIABLE-RECORD
           END-IF.

      *    The rate is fixed on the notice, from the fixing in
      *    force today; the instalment quoted is worked on today's
      *    outstanding and settled exactly at the reset.
       ANNOUNCE-NEW-RATE.
           CALL "GetIndexRate" USING BY REFERENCE LV-INDEX-CODE
              WS-TODAY WS-INDEX-RATE WS-INDEX-STATUS.
           IF WS-INDEX-STATUS NOT = 0 THEN
              ADD 1 TO WS-NO-FIXING-COUNT
              MOVE SPACES TO REPRICING-REPORT-LINE
              STRING "SANS FIXATION pret=" LN-ID
                 " indice=" LV-INDEX-CODE
                 " revision=" LV-NEXT-REPRICE-DATE
                 DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
              END-STRING
              WRITE REPRICING-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-RESET-RATE.
           MOVE LV-NEXT-REPRICE-DATE TO WS-AS-OF-DATE.
           PERFORM COMPUTE-REMAINING-TERM.
           PERFORM COMPUTE-NEW-PAYMENT.

           MOVE WS-NEW-RATE TO LV-PENDING-RATE-PCT.
           MOVE WS-INDEX-RATE TO LV-PENDING-INDEX-PCT.
           MOVE WS-TODAY TO LV-NOTICE-DATE.
           MOVE 'Y' TO WS-VARIABLE-CHANGED.

           MOVE SPACES TO NOTIFY-EVENT-RECORD.
           MOVE LN-PIN TO NV-CUSTOMER-ID.
           MOVE 'TAUX' TO NV-EVENT-TYPE.
           MOVE WS-PAYMENT TO NV-AMOUNT.
           MOVE LN-ID TO NV-REF.
           MOVE WS-NEW-RATE TO WS-RATE-EDIT.
           STRING WS-RATE-EDIT "% " LV-NEXT-REPRICE-DATE
              DELIMITED BY SIZE INTO NV-DETAIL
           END-STRING.
           CALL "NotifyCustomer" USING BY REFERENCE
              NOTIFY-EVENT-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

           MOVE SPACES TO REPRICING-REPORT-LINE.
           STRING "AVIS pret=" LN-ID " client=" LN-PIN
              " indice=" WS-INDEX-RATE
              " taux=" LN-ANNUAL-RATE-PCT " -> " WS-NEW-RATE
              " mensualite=" WS-PAYMENT
              " revision=" LV-NEXT-REPRICE-DATE
              DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
           END-STRING.
           WRITE REPRICING-REPORT-LINE.
           IF WS-USURY-CAPPED = 'Y' THEN
              MOVE SPACES TO REPRICING-REPORT-LINE
              STRING "  TAUX RAMENE AU TAUX D'USURE "
                 WS-USURY-CATEGORY " " WS-USURY-CEILING
                 DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
              END-STRING
              WRITE REPRICING-REPORT-LINE
           END-IF.

      *    The rate announced is the rate applied; the instalment
      *    is re-run on what is outstanding on the day and the
      *    term left from then.
       APPLY-NEW-RATE.
           MOVE LN-ANNUAL-RATE-PCT TO WS-OLD-RATE.
           MOVE LN-TERM-MONTHS TO WS-OLD-TERM.
           MOVE LN-MONTHLY-PAYMENT TO WS-OLD-PAYMENT.

           MOVE LV-PENDING-RATE-PCT TO WS-NEW-RATE.
           MOVE LV-NEXT-REPRICE-DATE TO WS-AS-OF-DATE.
           PERFORM COMPUTE-REMAINING-TERM.
           PERFORM COMPUTE-NEW-PAYMENT.

           MOVE WS-NEW-RATE TO LN-ANNUAL-RATE-PCT.
           MOVE WS-NEW-TERM TO LN-TERM-MONTHS.
           MOVE WS-PAYMENT TO LN-MONTHLY-PAYMENT.
           REWRITE LOAN-RECORD.

           PERFORM WRITE-AMENDMENT-ROW.

           MOVE LV-NEXT-REPRICE-DATE TO LV-LAST-REPRICE-DATE.
           MOVE LV-PENDING-INDEX-PCT TO LV-LAST-INDEX-PCT.
           PERFORM ADVANCE-REPRICE-DATE.
           MOVE 0 TO LV-PENDING-RATE-PCT.
           MOVE 0 TO LV-PENDING-INDEX-PCT.
           MOVE 0 TO LV-NOTICE-DATE.
           MOVE 'Y' TO WS-VARIABLE-CHANGED.
           ADD 1 TO WS-REPRICED-COUNT.

           MOVE SPACES TO REPRICING-REPORT-LINE.
           STRING "REVISION pret=" LN-ID
              " taux=" WS-OLD-RATE " -> " LN-ANNUAL-RATE-PCT
              " duree=" LN-TERM-MONTHS
              " mensualite=" WS-OLD-PAYMENT " -> " LN-MONTHLY-PAYMENT
              " prochaine=" LV-NEXT-REPRICE-DATE
              DELIMITED BY SIZE INTO REPRICING-REPORT-LINE
           END-STRING.
           WRITE REPRICING-REPORT-LINE.

       COMPUTE-RESET-RATE.
           MOVE 'N' TO WS-USURY-CAPPED.
           COMPUTE WS-INDEXED-RATE = WS-INDEX-RATE + LV-MARGIN-PCT.
           IF WS-INDEXED-RATE < LV-FLOOR-PCT THEN
              MOVE LV-FLOOR-PCT TO WS-INDEXED-RATE
           END-IF.
           IF WS-INDEXED-RATE > LV-CAP-PCT THEN
              MOVE LV-CAP-PCT TO WS-INDEXED-RATE
           END-IF.
           IF WS-INDEXED-RATE < 0 THEN
              MOVE 0 TO WS-INDEXED-RATE
           END-IF.
           COMPUTE WS-NEW-RATE ROUNDED = WS-INDEXED-RATE.

           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND LN-PRINCIPAL LV-NEXT-REPRICE-DATE
              WS-USURY-CATEGORY WS-USURY-CEILING WS-USURY-STATUS.
           IF WS-USURY-STATUS = 0
                 AND WS-NEW-RATE > WS-USURY-CEILING THEN
              MOVE WS-USURY-CEILING TO WS-NEW-RATE
              MOVE 'Y' TO WS-USURY-CAPPED
           END-IF.

      *    Whole calendar months from the base date to the date
      *    asked for; at least one instalment is always left.
       COMPUTE-REMAINING-TERM.
           MOVE LN-OPEN-DATE TO WS-BASE-DATE.
           PERFORM FIND-LATEST-AMENDMENT.

           MOVE WS-BASE-DATE TO WS-DATE-WORK.
           COMPUTE WS-BASE-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH.
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
           COMPUTE WS-MONTH-COUNT = WS-DW-YEAR * 12 + WS-DW-MONTH.
           COMPUTE WS-REMAINING-TERM = LN-TERM-MONTHS
              - (WS-MONTH-COUNT - WS-BASE-MONTHS).
           IF WS-REMAINING-TERM < 1 THEN
              MOVE 1 TO WS-REMAINING-TERM
           END-IF.
           MOVE WS-REMAINING-TERM TO WS-NEW-TERM.

       FIND-LATEST-AMENDMENT.
           MOVE 'N' TO WS-AMEND-EOF.
           OPEN INPUT AMENDMENT-LOG.
           IF AMENDMENT-LOG-FS NOT = "00" THEN
              CLOSE AMENDMENT-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AMEND-EOF = 'Y'
              READ AMENDMENT-LOG INTO WS-AMENDMENT-ROW
                 AT END
                    MOVE 'Y' TO WS-AMEND-EOF
                 NOT AT END
                    IF WS-AM-LOAN-TAG = " pret="
                          AND WS-AM-LOAN-ID = LN-ID
                          AND WS-AM-DATE IS NUMERIC
                          AND WS-AM-DATE > WS-BASE-DATE THEN
                       MOVE WS-AM-DATE TO WS-BASE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AMENDMENT-LOG.

      *    A zero rate is a legitimate interest-free arrangement;
      *    the usual formula would divide by zero, so the
      *    instalment is the plain prorata of the outstanding,
      *    exactly as in the amortization engine.
       COMPUTE-NEW-PAYMENT.
           IF WS-NEW-RATE = 0 THEN
              MOVE 0 TO WS-MONTHLY-RATE
              COMPUTE WS-PAYMENT ROUNDED =
                 LN-OUTSTANDING / WS-NEW-TERM
           ELSE
              COMPUTE WS-MONTHLY-RATE =
                 WS-NEW-RATE / 100 / 12
              COMPUTE WS-GROWTH-FACTOR =
                 (1 + WS-MONTHLY-RATE) ** WS-NEW-TERM
              COMPUTE WS-PV-FACTOR = 1 / WS-GROWTH-FACTOR
              COMPUTE WS-PAYMENT ROUNDED =
                 LN-OUTSTANDING * WS-MONTHLY-RATE
                 / (1 - WS-PV-FACTOR)
           END-IF.

      *    Stamped with the reset date, so the next reset counts
      *    its months from this one; no operator, the run did it.
       WRITE-AMENDMENT-ROW.
           OPEN EXTEND AMENDMENT-LOG.
           IF AMENDMENT-LOG-FS = "35" THEN
              OPEN OUTPUT AMENDMENT-LOG
           END-IF.
           MOVE SPACES TO AMENDMENT-LOG-LINE.
           STRING LV-NEXT-REPRICE-DATE " " WS-AMEND-KIND
              " pret=" LN-ID
              " par=" WS-BATCH-OPERATOR
              " ancien: taux=" WS-OLD-RATE
              " duree=" WS-OLD-TERM
              " mensualite=" WS-OLD-PAYMENT
              " nouveau: taux=" LN-ANNUAL-RATE-PCT
              " duree=" LN-TERM-MONTHS
              " mensualite=" LN-MONTHLY-PAYMENT
              DELIMITED BY SIZE INTO AMENDMENT-LOG-LINE.
           WRITE AMENDMENT-LOG-LINE.
           CLOSE AMENDMENT-LOG.

      *    One period on from the reset just applied, the day
      *    unchanged: opening brought it to the 28th at most.
       ADVANCE-REPRICE-DATE.
           MOVE LV-NEXT-REPRICE-DATE TO WS-DATE-WORK.
           COMPUTE WS-MONTH-COUNT = WS-DW-YEAR * 12 + WS-DW-MONTH - 1
              + LV-FREQUENCY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DW-YEAR
              REMAINDER WS-DW-MONTH.
           ADD 1 TO WS-DW-MONTH.
           MOVE WS-DATE-WORK TO LV-NEXT-REPRICE-DATE.

       END PROGRAM LoanRepricing.
