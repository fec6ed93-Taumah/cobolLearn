       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetRegulatedTerms.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULATED-TERMS ASSIGN TO '../../data/regsav.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-KEY
              FILE STATUS IS REGULATED-TERMS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REGULATED-TERMS.
       COPY "REGSAVRT.cpy".

       WORKING-STORAGE SECTION.

       01 REGULATED-TERMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-BEST-RATE PIC 9(2)V99 VALUE 0.
       01 WS-BEST-CEILING PIC 9(7)V99 VALUE 0.
       01 WS-BEST-DATE PIC 9(8) VALUE 0.

       LINKAGE SECTION.

       01 PRODUCT-IN PIC X.
       01 AS-OF-DATE-IN PIC 9(8).
       01 RATE-PCT-OUT PIC 9(2)V99.
       01 CEILING-OUT PIC 9(7)V99.
      *    0 = terms in force returned; 1 = none published for the
      *    product on that date.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE PRODUCT-IN AS-OF-DATE-IN RATE-PCT-OUT
           CEILING-OUT STATUS-CODE.

           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO RATE-PCT-OUT.
           MOVE 0 TO CEILING-OUT.

           OPEN INPUT REGULATED-TERMS.
           IF REGULATED-TERMS-FS NOT = "00" THEN
              CLOSE REGULATED-TERMS
              EXIT PROGRAM
           END-IF.

           PERFORM FIND-TERMS-IN-FORCE.
           CLOSE REGULATED-TERMS.

           IF WS-BEST-DATE = 0 THEN
              EXIT PROGRAM
           END-IF.

           MOVE WS-BEST-RATE TO RATE-PCT-OUT.
           MOVE WS-BEST-CEILING TO CEILING-OUT.
           MOVE 0 TO STATUS-CODE.

           EXIT PROGRAM.

      *    Walks the product's published changes in effective-date
      *    order and keeps the last one not after the date asked
      *    for, so a rate announced ahead doesn't apply early.
       FIND-TERMS-IN-FORCE.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 'N' TO WS-EOF.
           MOVE PRODUCT-IN TO RS-PRODUCT.
           MOVE 0 TO RS-EFFECTIVE-DATE.
           START REGULATED-TERMS KEY IS >= RS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REGULATED-TERMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RS-PRODUCT NOT = PRODUCT-IN
                          OR RS-EFFECTIVE-DATE > AS-OF-DATE-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE RS-RATE-PCT TO WS-BEST-RATE
                       MOVE RS-CEILING TO WS-BEST-CEILING
                       MOVE RS-EFFECTIVE-DATE TO WS-BEST-DATE
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM GetRegulatedTerms.
