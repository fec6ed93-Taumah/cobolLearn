              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The Banque de France's latest answer on whether they are
      *  listed for a repayment incident with any lender.
           SELECT FICP-CONSULTATIONS ASSIGN TO
                 '../../data/ficpcons.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-CM-ID
              FILE STATUS IS FICP-CONSULTATIONS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD FICP-CONSULTATIONS.
       COPY "FICPLIST.cpy".

       WORKING-STORAGE SECTION.

       01 TIER-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 FICP-CONSULTATIONS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-SCORE PIC S9(4) VALUE 0.
       01 WS-INFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPOSURE PIC 9(9)V99 VALUE 0.
       01 WS-KYC-REFUSED PIC X VALUE 'N'.
       01 WS-FICP-LISTED PIC X VALUE 'N'.

      *  Loan-to-value: the principal asked as a percentage of
      *  what is pledged against it.
       01 WS-LOAN-TO-VALUE PIC 9(5)V99 VALUE 0.

      *  The decision thresholds: at or above the approval line
      *  the desk books without asking; between the two lines a

       01 PIN-IN PIC 9(4).
       01 PRINCIPAL-IN PIC 9(7)V99.
      *    The value of the deposits and balances pledged for this
      *    loan; zero for an unsecured loan.
       01 COLLATERAL-IN PIC 9(9)V99.
       01 SCORE-OUT PIC 9(3).
      *    A = approve, R = refer to a supervisor, D = decline.
       01 DECISION-OUT PIC X.

       PROCEDURE DIVISION
       USING BY REFERENCE PIN-IN PRINCIPAL-IN COLLATERAL-IN SCORE-OUT
             DECISION-OUT.

           MOVE 0 TO WS-SCORE.
           MOVE 0 TO SCORE-OUT.
           PERFORM SCORE-TIER-AND-BALANCES.
           PERFORM SCORE-INFLOW-HISTORY.
           PERFORM SCORE-EXISTING-EXPOSURE.
           PERFORM SCORE-LOAN-TO-VALUE.

           IF WS-SCORE < 0 THEN
              MOVE 0 TO WS-SCORE
                 MOVE 'D' TO DECISION-OUT
           END-EVALUATE.

      *    However good the numbers, a borrower listed for a
      *    repayment incident is never approved without a
      *    supervisor looking at the file.
           PERFORM CHECK-FICP-LISTING.
           IF WS-FICP-LISTED = 'Y' AND DECISION-OUT = 'A' THEN
              MOVE 'R' TO DECISION-OUT
           END-IF.

           EXIT PROGRAM.

      *    A KYC-refused customer gets no credit whatever the
                 SUBTRACT 20 FROM WS-SCORE
           END-EVALUATE.

      *    Security lowers what we stand to lose: the better the
      *    loan is covered, the more points. An unsecured loan
      *    neither gains nor loses here.
       SCORE-LOAN-TO-VALUE.
           MOVE 0 TO WS-LOAN-TO-VALUE.
           IF COLLATERAL-IN = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF PRINCIPAL-IN > COLLATERAL-IN * 999 THEN
              MOVE 99999,99 TO WS-LOAN-TO-VALUE
           ELSE
              COMPUTE WS-LOAN-TO-VALUE ROUNDED =
                 PRINCIPAL-IN * 100 / COLLATERAL-IN
           END-IF.
           DISPLAY "Quotite de financement : " WS-LOAN-TO-VALUE " %".
           EVALUATE TRUE
              WHEN WS-LOAN-TO-VALUE <= 50
                 ADD 40 TO WS-SCORE
              WHEN WS-LOAN-TO-VALUE <= 80
                 ADD 25 TO WS-SCORE
              WHEN WS-LOAN-TO-VALUE <= 100
                 ADD 10 TO WS-SCORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-FICP-LISTING.
           MOVE 'N' TO WS-FICP-LISTED.
           OPEN INPUT FICP-CONSULTATIONS.
           IF FICP-CONSULTATIONS-FS NOT = "00" THEN
              CLOSE FICP-CONSULTATIONS
              EXIT PARAGRAPH
           END-IF.
           MOVE PIN-IN TO FC-CM-ID.
           READ FICP-CONSULTATIONS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FC-IS-LISTED THEN
                    MOVE 'Y' TO WS-FICP-LISTED
                    DISPLAY "Inscrit au FICP (incident du "
                       FC-INCIDENT-DATE ", reponse du "
                       FC-RESPONSE-DATE ")"
                 END-IF
           END-READ.
           CLOSE FICP-CONSULTATIONS.

       END PROGRAM CreditScore.
