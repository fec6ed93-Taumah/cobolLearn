       IDENTIFICATION DIVISION.
       PROGRAM-ID. DraftOutstandingReport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DRAFTS ASSIGN TO '../../data/bankdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BD-SERIAL
              FILE STATUS IS BANK-DRAFTS-FS.

      *  The month's list for the back office: bank drafts issued
      *  long ago and still not presented, the money still held in
      *  the drafts-outstanding account.
           SELECT DRAFT-REPORT ASSIGN TO
                 '../../data/draftoutrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-DRAFTS.
       COPY "BANKDRAFT.cpy".

       FD DRAFT-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 BANK-DRAFTS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

      *  Months a draft may stay unpresented before it is listed.
      *  Per-deployment override like the other batch windows.
       01 WS-DRAFT-MONTHS PIC 9(3) VALUE 12.
       01 WS-MONTHS-RAW PIC X(3) VALUE SPACES.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           03 WS-CUTOFF-YYYY PIC 9(4).
           03 WS-CUTOFF-MM PIC 99.
           03 WS-CUTOFF-DD PIC 99.
       01 WS-MONTH-COUNT PIC 9(6).

       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-LISTED-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-EDIT PIC ZZZZ9,99.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9,99.
       01 WS-STATUS-LABEL PIC X(10).

       PROCEDURE DIVISION.

           ACCEPT WS-MONTHS-RAW FROM ENVIRONMENT "DRAFT_MONTHS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-MONTHS-RAW IS NUMERIC THEN
              MOVE WS-MONTHS-RAW TO WS-DRAFT-MONTHS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

      *    Issued before the same day that many months back.
           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           COMPUTE WS-MONTH-COUNT = WS-CUTOFF-YYYY * 12
              + WS-CUTOFF-MM - 1 - WS-DRAFT-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YYYY
              REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.

           OPEN OUTPUT DRAFT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHEQUES DE BANQUE EN CIRCULATION AU " WS-TODAY
              " EMIS AVANT LE " WS-CUTOFF-DATE
              " (" WS-DRAFT-MONTHS " MOIS)"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT BANK-DRAFTS.
           IF BANK-DRAFTS-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUN CHEQUE DE BANQUE EMIS" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE BANK-DRAFTS
              CLOSE DRAFT-REPORT
              DISPLAY "Aucun cheque de banque emis"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-DRAFTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NOT BD-IS-PAID THEN
                       PERFORM REVIEW-ONE-DRAFT
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-LISTED-AMOUNT TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL LISTES=" WS-LISTED-COUNT
              " MONTANT=" WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUTSTANDING-AMOUNT TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL EN CIRCULATION=" WS-OUTSTANDING-COUNT
              " MONTANT=" WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE BANK-DRAFTS.
           CLOSE DRAFT-REPORT.

           DISPLAY "Cheques de banque : " WS-LISTED-COUNT
              " en circulation depuis plus de " WS-DRAFT-MONTHS
              " mois".
           IF WS-LISTED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    Stopped drafts are still owed until the case is settled
      *    and are listed with their stop.
       REVIEW-ONE-DRAFT.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD BD-AMOUNT TO WS-OUTSTANDING-AMOUNT.
           IF BD-ISSUE-DATE >= WS-CUTOFF-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           ADD BD-AMOUNT TO WS-LISTED-AMOUNT.
           IF BD-IS-STOPPED THEN
              MOVE "OPPOSITION" TO WS-STATUS-LABEL
           ELSE
              MOVE "EMIS" TO WS-STATUS-LABEL
           END-IF.
           MOVE BD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHQBQ " BD-SERIAL " DU " BD-ISSUE-DATE
              " COMPTE " BD-PIN "-" BD-ACCT-NO
              " " WS-AMOUNT-EDIT " " WS-STATUS-LABEL
              " " BD-BENEFICIARY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM DraftOutstandingReport.
