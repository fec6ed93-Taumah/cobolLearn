              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

      *  The customer-initiated rows still in the live log, as
      *  the nightly extract cut them.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedact.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

      *  Each account going dormant starts its watch towards the
      *  Caisse des Depots here, with the activity it slept on.
           SELECT UNCLAIMED-RECORDS ASSIGN TO
                 '../../data/unclaimed.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UC-KEY
              FILE STATUS IS UNCLAIMED-RECORDS-FS.

      *  A holder known to have died, from the estate desk or the
      *  national register of deaths, with the death date the
      *  dormancy of the accounts runs from.
           SELECT CIVIL-STATUS ASSIGN TO '../../data/civilst.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-CM-ID
              FILE STATUS IS CIVIL-STATUS-FS.

      *  The dormancy report with balances, for the compliance file.
           SELECT DORMANCY-REPORT ASSIGN TO
                 '../../data/dormancy.dat'

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD UNCLAIMED-RECORDS.
       COPY "UNCLAIMED.cpy".

       FD CIVIL-STATUS.
       COPY "CIVILST.cpy".

       FD DORMANCY-REPORT.
       01 DORMANCY-REPORT-LINE PIC X(80).

       01 BANK-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 TRANLOG-FS PIC XX.
       01 UNCLAIMED-RECORDS-FS PIC XX.
       01 CIVIL-STATUS-FS PIC XX.
       01 WS-CIVIL-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
       01 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
       01 WS-LAST-SEEN-YM PIC 9(6).

      *  A deceased holder's accounts go dormant once a year has
      *  passed since the death with the estate still unsettled.
       01 WS-DECEASED-DORMANT PIC X VALUE 'N'.
       01 WS-DEATH-PLUS-YEAR PIC 9(8).
       01 WS-DECEASED-COUNT PIC 9(4) VALUE 0.

       COPY "BALEDIT.cpy".

      *  Defaults to the demo layout; overridden so the same compiled
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-UNCLAIMED.
           OPEN INPUT CIVIL-STATUS.
           IF CIVIL-STATUS-FS = "00" THEN
              MOVE 'Y' TO WS-CIVIL-OPEN
           END-IF.

           OPEN OUTPUT DORMANCY-REPORT.
           STRING "REVUE DE DORMANCE " WS-TODAY
              " SEUIL=" WS-DORMANCY-MONTHS " MOIS"
           WRITE DORMANCY-REPORT-LINE.

           CLOSE BANK-RECORDS.
           CLOSE UNCLAIMED-RECORDS.
           CLOSE DORMANCY-REPORT.
           IF WS-CIVIL-OPEN = 'Y' THEN
              CLOSE CIVIL-STATUS
           END-IF.

           DISPLAY WS-DORMANT-COUNT " compte(s) passe(s) dormant(s), "
              "dont " WS-DECEASED-COUNT " au titre d'un deces".

           STOP RUN.

      *    unclaimed.dat may not exist yet; the first account to
      *    go dormant creates it.
       OPEN-OR-CREATE-UNCLAIMED.
           OPEN I-O UNCLAIMED-RECORDS.
           IF UNCLAIMED-RECORDS-FS = "35" THEN
              CLOSE UNCLAIMED-RECORDS
              OPEN OUTPUT UNCLAIMED-RECORDS
              CLOSE UNCLAIMED-RECORDS
              OPEN I-O UNCLAIMED-RECORDS
           END-IF.

       SCAN-HISTORY-ACTIVITY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANHIST-RECORDS.
           END-IF.

       REVIEW-ONE-ACCOUNT.
      *    A deceased holder's account is inactive from the death
      *    date whatever still lands on it (pensions, interest):
      *    the year past with the estate unsettled, it goes
      *    dormant on the death rather than on its activity.
           PERFORM CHECK-DECEASED-HOLDER.
           IF WS-DECEASED-DORMANT = 'Y' THEN
              DIVIDE CS-DEATH-DATE BY 100 GIVING WS-LAST-SEEN-YM
              MOVE 'D' TO RCD-STATUS
              REWRITE BANK-RECORD
              ADD 1 TO WS-DORMANT-COUNT
              ADD 1 TO WS-DECEASED-COUNT
              MOVE RCD-AMMOUNT TO RCD-AMMOUNT-EDIT
              MOVE SPACES TO DORMANCY-REPORT-LINE
              STRING "DORMANT " RCD-PIN "-" RCD-ACCT-NO
                 " titulaire decede le " CS-DEATH-DATE
                 " solde=" RCD-AMMOUNT-EDIT " " RCD-CURRENCY
                 DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
              END-STRING
              WRITE DORMANCY-REPORT-LINE
              PERFORM START-UNCLAIMED-WATCH
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LAST-SEEN-YM.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
                 DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
              END-STRING
              WRITE DORMANCY-REPORT-LINE
              PERFORM START-UNCLAIMED-WATCH
           END-IF.

      *    A released estate has closed the accounts, so an
      *    active account under a recorded death is one whose
      *    estate is still open, or was never opened at all.
       CHECK-DECEASED-HOLDER.
           MOVE 'N' TO WS-DECEASED-DORMANT.
           IF WS-CIVIL-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-PIN TO CS-CM-ID.
           READ CIVIL-STATUS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CS-DORMANT-ON-DEATH OR CS-DEATH-DATE = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DEATH-PLUS-YEAR = CS-DEATH-DATE + 10000.
           IF WS-DEATH-PLUS-YEAR <= WS-TODAY THEN
              MOVE 'Y' TO WS-DECEASED-DORMANT
           END-IF.

      *    A row already on file is an earlier watch never
      *    cleared; it keeps the activity date it started from.
       START-UNCLAIMED-WATCH.
           MOVE RCD-PIN TO UC-PIN.
           MOVE RCD-ACCT-NO TO UC-ACCT-NO.
           MOVE 'S' TO UC-STATUS.
           MOVE WS-LAST-SEEN-YM TO UC-LAST-ACTIVITY-YM.
           MOVE 0 TO UC-WARNED-DATE.
           MOVE 0 TO UC-DUE-DATE.
           MOVE 0 TO UC-TRANSFER-DATE.
           MOVE 0 TO UC-AMOUNT.
           MOVE RCD-CURRENCY TO UC-CURRENCY.
           MOVE 0 TO UC-TRAN-REF.
           MOVE RCD-NAME TO UC-HOLDER-NAME.
           MOVE RCD-LAST-NAME TO UC-HOLDER-LAST-NAME.
           WRITE UNCLAIMED-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

       END PROGRAM DormancyReview.
