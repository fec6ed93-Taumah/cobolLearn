       IDENTIFICATION DIVISION.
       PROGRAM-ID. UsuryReview.

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

           SELECT PRODUCT-RECORDS ASSIGN TO '../../data/prodcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-CODE
              FILE STATUS IS PRODUCT-RECORDS-FS.

      *  The quarter's list for the credit desk: every live loan
      *  and overdraft product whose rate the new ceilings make
      *  usurious, to be re-priced.
           SELECT USURY-REPORT ASSIGN TO '../../data/usuryreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD PRODUCT-RECORDS.
       COPY "PRODCAT.cpy".

       FD USURY-REPORT.
       01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 LOAN-RECORDS-FS PIC XX.
       01 PRODUCT-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.

      *  Checked as of the business date, or of the date given in
      *  USURY_DATE so a quarter loaded ahead can be reviewed before
      *  it takes effect.
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-RAW PIC X(8) VALUE SPACES.

       01 WS-CREDIT-KIND PIC X.
       01 WS-NO-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-USURY-CATEGORY PIC X(2).
       01 WS-USURY-CEILING PIC 9(2)V99.
       01 WS-USURY-STATUS PIC 9.
       01 WS-ANNUAL-OD-PCT PIC 9(6)V99.

       01 WS-LOAN-COUNT PIC 9(5) VALUE 0.
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE 0.
       01 WS-NO-CEILING-COUNT PIC 9(5) VALUE 0.

       01 WS-LOAN-DETAIL.
           03 FILLER PIC X(5) VALUE "PRET ".
           03 WS-LD-LOAN-ID PIC 9(6).
           03 FILLER PIC X(8) VALUE " client ".
           03 WS-LD-PIN PIC 9(4).
           03 FILLER PIC X(6) VALUE " cat. ".
           03 WS-LD-CATEGORY PIC X(2).
           03 FILLER PIC X(7) VALUE " taux ".
           03 WS-LD-RATE PIC Z9,99.
           03 FILLER PIC X(10) VALUE " plafond ".
           03 WS-LD-CEILING PIC Z9,99.
           03 FILLER PIC X(8) VALUE " restant".
           03 WS-LD-OUTSTANDING PIC Z(6)9,99.

       01 WS-PRODUCT-DETAIL.
           03 FILLER PIC X(8) VALUE "PRODUIT ".
           03 WS-PD-CODE PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 WS-PD-NAME PIC X(20).
           03 FILLER PIC X(16) VALUE " decouvert l'an ".
           03 WS-PD-RATE PIC Z(5)9,99.
           03 FILLER PIC X(10) VALUE " plafond ".
           03 WS-PD-CEILING PIC Z9,99.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-AS-OF-DATE
              WS-BUSDATE-STATUS.
           ACCEPT WS-AS-OF-RAW FROM ENVIRONMENT "USURY_DATE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-AS-OF-RAW IS NUMERIC THEN
              MOVE WS-AS-OF-RAW TO WS-AS-OF-DATE
           END-IF.

           OPEN OUTPUT USURY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVUE DES TAUX D'USURE AU " WS-AS-OF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM REVIEW-LOANS.
           PERFORM REVIEW-OVERDRAFT-PRODUCTS.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL " WS-LOAN-COUNT " PRET(S), "
              WS-PRODUCT-COUNT " PRODUIT(S) AU-DESSUS DU PLAFOND"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE USURY-REPORT.

           DISPLAY "Usure : " WS-LOAN-COUNT " pret(s), "
              WS-PRODUCT-COUNT " produit(s) au-dessus du plafond".
           IF WS-NO-CEILING-COUNT > 0 THEN
              DISPLAY WS-NO-CEILING-COUNT " credit(s) sans taux "
                 "d'usure en vigueur pour leur categorie"
           END-IF.
           IF WS-LOAN-COUNT > 0 OR WS-PRODUCT-COUNT > 0
                 OR WS-NO-CEILING-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    Each loan is checked in the category of the amount it
      *    was first lent for, the way it was priced.
       REVIEW-LOANS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO WS-CREDIT-KIND.
           MOVE 0 TO LN-ID.
           START LOAN-RECORDS KEY IS > LN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-IS-ACTIVE THEN
                       PERFORM CHECK-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

       CHECK-ONE-LOAN.
           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND LN-PRINCIPAL WS-AS-OF-DATE
              WS-USURY-CATEGORY WS-USURY-CEILING WS-USURY-STATUS.
           IF WS-USURY-STATUS NOT = 0 THEN
              ADD 1 TO WS-NO-CEILING-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF LN-ANNUAL-RATE-PCT NOT > WS-USURY-CEILING THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE LN-ID TO WS-LD-LOAN-ID.
           MOVE LN-PIN TO WS-LD-PIN.
           MOVE WS-USURY-CATEGORY TO WS-LD-CATEGORY.
           MOVE LN-ANNUAL-RATE-PCT TO WS-LD-RATE.
           MOVE WS-USURY-CEILING TO WS-LD-CEILING.
           MOVE LN-OUTSTANDING TO WS-LD-OUTSTANDING.
           MOVE WS-LOAN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LOAN-COUNT.

      *    The catalog's overdraft rate is charged nightly; it is
      *    compared with the annual ceiling at 365 nights, in %.
       REVIEW-OVERDRAFT-PRODUCTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PRODUCT-RECORDS.
           IF PRODUCT-RECORDS-FS NOT = "00" THEN
              CLOSE PRODUCT-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO WS-CREDIT-KIND.
           CALL "GetUsuryCeiling" USING BY REFERENCE
              WS-CREDIT-KIND WS-NO-AMOUNT WS-AS-OF-DATE
              WS-USURY-CATEGORY WS-USURY-CEILING WS-USURY-STATUS.
           MOVE LOW-VALUES TO PC-CODE.
           START PRODUCT-RECORDS KEY IS >= PC-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRODUCT-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PC-OVERDRAFT-RATE > 0 THEN
                       PERFORM CHECK-ONE-PRODUCT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-RECORDS.

       CHECK-ONE-PRODUCT.
           IF WS-USURY-STATUS NOT = 0 THEN
              ADD 1 TO WS-NO-CEILING-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ANNUAL-OD-PCT = PC-OVERDRAFT-RATE * 36500.
           IF WS-ANNUAL-OD-PCT NOT > WS-USURY-CEILING THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE PC-CODE TO WS-PD-CODE.
           MOVE PC-NAME TO WS-PD-NAME.
           MOVE WS-ANNUAL-OD-PCT TO WS-PD-RATE.
           MOVE WS-USURY-CEILING TO WS-PD-CEILING.
           MOVE WS-PRODUCT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRODUCT-COUNT.

       END PROGRAM UsuryReview.
