       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetUsuryCeiling.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USURY-RATES ASSIGN TO '../../data/usury.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UR-KEY
              FILE STATUS IS USURY-RATES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD USURY-RATES.
       COPY "USURYRATE.cpy".

       WORKING-STORAGE SECTION.

       01 USURY-RATES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-BEST-CEILING PIC 9(2)V99 VALUE 0.
       01 WS-BEST-DATE PIC 9(8) VALUE 0.

       LINKAGE SECTION.

      *    L a loan, D an arranged overdraft.
       01 CREDIT-KIND-IN PIC X.
      *    A loan's category follows the amount lent; ignored for
      *    an overdraft.
       01 AMOUNT-IN PIC 9(7)V99.
       01 AS-OF-DATE-IN PIC 9(8).
       01 CATEGORY-OUT PIC X(2).
       01 CEILING-OUT PIC 9(2)V99.
      *    0 = ceiling in force returned; 1 = none published for
      *    the category on that date.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE CREDIT-KIND-IN AMOUNT-IN AS-OF-DATE-IN
           CATEGORY-OUT CEILING-OUT STATUS-CODE.

           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO CEILING-OUT.

           EVALUATE TRUE
              WHEN CREDIT-KIND-IN = 'D'
                 MOVE "DC" TO CATEGORY-OUT
              WHEN AMOUNT-IN NOT > 3000
                 MOVE "P1" TO CATEGORY-OUT
              WHEN AMOUNT-IN NOT > 6000
                 MOVE "P2" TO CATEGORY-OUT
              WHEN OTHER
                 MOVE "P3" TO CATEGORY-OUT
           END-EVALUATE.

           OPEN INPUT USURY-RATES.
           IF USURY-RATES-FS NOT = "00" THEN
              CLOSE USURY-RATES
              EXIT PROGRAM
           END-IF.

           PERFORM FIND-CEILING-IN-FORCE.
           CLOSE USURY-RATES.

           IF WS-BEST-DATE = 0 THEN
              EXIT PROGRAM
           END-IF.

           MOVE WS-BEST-CEILING TO CEILING-OUT.
           MOVE 0 TO STATUS-CODE.

           EXIT PROGRAM.

      *    Walks the category's quarters in effective-date order and
      *    keeps the last one not after the date asked for, so a
      *    ceiling loaded ahead of the quarter doesn't apply early.
       FIND-CEILING-IN-FORCE.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 'N' TO WS-EOF.
           MOVE CATEGORY-OUT TO UR-CATEGORY.
           MOVE 0 TO UR-EFFECTIVE-DATE.
           START USURY-RATES KEY IS >= UR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ USURY-RATES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF UR-CATEGORY NOT = CATEGORY-OUT
                          OR UR-EFFECTIVE-DATE > AS-OF-DATE-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE UR-CEILING-PCT TO WS-BEST-CEILING
                       MOVE UR-EFFECTIVE-DATE TO WS-BEST-DATE
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM GetUsuryCeiling.
