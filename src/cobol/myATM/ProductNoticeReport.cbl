       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductNoticeReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-NOTICES ASSIGN TO
                 '../../data/prodnotice.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRODUCT-NOTICES-FS.

      *  Which customers were told of each change of terms, and
      *  when: the bank's proof that the notice period was given.
           SELECT NOTICE-REPORT ASSIGN TO
                 '../../data/prodnoticerpt.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-NOTICES.
       COPY "PRODNOTE.cpy".

       FD NOTICE-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 PRODUCT-NOTICES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

      *  The notice batch appends every letter of a version in one
      *  run, so the lines of a version follow each other.
       01 WS-CURRENT-VERSION.
           03 WS-CURRENT-CODE PIC X.
           03 WS-CURRENT-EFFECTIVE PIC 9(8).
       01 WS-FIRST-VERSION PIC X VALUE 'Y'.

       01 WS-VERSION-COUNT PIC 9(5) VALUE 0.
       01 WS-VERSION-MAILED PIC 9(7).
       01 WS-VERSION-HELD PIC 9(7).
       01 WS-TOTAL-MAILED PIC 9(7) VALUE 0.
       01 WS-TOTAL-HELD PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           OPEN OUTPUT NOTICE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AVIS DE MODIFICATION DES CONDITIONS PRODUITS AU "
              FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT PRODUCT-NOTICES.
           IF PRODUCT-NOTICES-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUN AVIS ENVOYE" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE NOTICE-REPORT
              DISPLAY "Aucun avis de modification des conditions"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRODUCT-NOTICES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM REPORT-ONE-NOTICE
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-NOTICES.

           IF WS-FIRST-VERSION = 'N' THEN
              PERFORM CLOSE-VERSION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL VERSIONS=" WS-VERSION-COUNT
              " ENVOYES=" WS-TOTAL-MAILED
              " RETENUS=" WS-TOTAL-HELD
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE NOTICE-REPORT.

           DISPLAY "Avis de conditions : " WS-VERSION-COUNT
              " version(s), " WS-TOTAL-MAILED " envoye(s), "
              WS-TOTAL-HELD " retenu(s)".
           STOP RUN.

       REPORT-ONE-NOTICE.
           IF WS-FIRST-VERSION = 'Y'
                 OR PN-CODE NOT = WS-CURRENT-CODE
                 OR PN-EFFECTIVE-DATE NOT = WS-CURRENT-EFFECTIVE THEN
              IF WS-FIRST-VERSION = 'N' THEN
                 PERFORM CLOSE-VERSION
              END-IF
              PERFORM OPEN-VERSION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF PN-HELD THEN
              ADD 1 TO WS-VERSION-HELD
              STRING "  CLIENT " PN-CUSTOMER-ID
                 " COMPTE " PN-ACCT-NO
                 " LE " PN-NOTICE-DATE
                 " RETENU (ADRESSE EN RETOUR " PN-HOLD-ID ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-VERSION-MAILED
              STRING "  CLIENT " PN-CUSTOMER-ID
                 " COMPTE " PN-ACCT-NO
                 " LE " PN-NOTICE-DATE
                 " ENVOYE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE.

       OPEN-VERSION.
           MOVE 'N' TO WS-FIRST-VERSION.
           MOVE PN-CODE TO WS-CURRENT-CODE.
           MOVE PN-EFFECTIVE-DATE TO WS-CURRENT-EFFECTIVE.
           MOVE 0 TO WS-VERSION-MAILED.
           MOVE 0 TO WS-VERSION-HELD.
           ADD 1 TO WS-VERSION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRODUIT " WS-CURRENT-CODE
              " CONDITIONS EN VIGUEUR LE " WS-CURRENT-EFFECTIVE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-VERSION.
           ADD WS-VERSION-MAILED TO WS-TOTAL-MAILED.
           ADD WS-VERSION-HELD TO WS-TOTAL-HELD.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PRODUIT " WS-CURRENT-CODE
              " AU " WS-CURRENT-EFFECTIVE
              " ENVOYES=" WS-VERSION-MAILED
              " RETENUS=" WS-VERSION-HELD
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM ProductNoticeReport.
