       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposureReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-LIMITS ASSIGN TO '../../data/exposlim.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EL-CUSTOMER-ID
              ALTERNATE RECORD KEY IS EL-GROUP-ID WITH DUPLICATES
              FILE STATUS IS EXPOSURE-LIMITS-FS.

      *  Tonight's watch list for the credit desk: every customer
      *  and group above 80% of their limit, over-limit ones
      *  flagged.
           SELECT EXPOSURE-REPORT ASSIGN TO
                 '../../data/exposreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD EXPOSURE-LIMITS.
       COPY "EXPOSLIM.cpy".

       FD EXPOSURE-REPORT.
       01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 EXPOSURE-LIMITS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 WS-WATCH-PCT PIC 9(3) VALUE 80.

      *  The limit file is loaded first and closed, so the accessor
      *  can open it for each customer on its own.
       01 WS-LIMIT-TABLE.
           03 WS-LIMIT-ENTRY OCCURS 500 TIMES.
              05 WS-L-CUSTOMER-ID PIC 9(4).
              05 WS-L-HAS-OWN PIC X.
              05 WS-L-IS-HEAD PIC X.
       01 WS-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 WS-LIMIT-IDX PIC 9(3) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.

       01 WS-CUSTOMER-ID PIC 9(4).
       01 WS-NOTHING-ADDED PIC 9(9)V99 VALUE 0.
       01 WS-LIMIT-RESULT PIC X.
       01 WS-EXPOSURE PIC 9(9)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-GROUP-ID PIC 9(4).
       01 WS-GROUP-EXPOSURE PIC 9(9)V99.
       01 WS-GROUP-LIMIT PIC 9(9)V99.

       01 WS-USED-PCT PIC 9(5)V99.
       01 WS-WATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.

       01 WS-REPORT-DETAIL.
           03 WS-RD-LEVEL PIC X(7).
           03 FILLER PIC X VALUE SPACE.
           03 WS-RD-ID PIC 9(4).
           03 FILLER PIC X(10) VALUE " encours ".
           03 WS-RD-EXPOSURE PIC Z(8)9,99.
           03 FILLER PIC X(9) VALUE " limite ".
           03 WS-RD-LIMIT PIC Z(8)9,99.
           03 FILLER PIC X VALUE SPACE.
           03 WS-RD-PCT PIC ZZZZ9,99.
           03 FILLER PIC X(2) VALUE " %".
           03 FILLER PIC X VALUE SPACE.
           03 WS-RD-FLAG PIC X(11).

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT EXPOSURE-LIMITS.
           IF EXPOSURE-LIMITS-FS NOT = "00" THEN
              DISPLAY "Aucune limite d'encours, pas de rapport"
              STOP RUN
           END-IF.
           PERFORM LOAD-LIMITS.
           CLOSE EXPOSURE-LIMITS.

           OPEN OUTPUT EXPOSURE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENCOURS CLIENTS AU-DELA DE " WS-WATCH-PCT
              " % DE LA LIMITE - " WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                 UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
              PERFORM REVIEW-ONE-CUSTOMER
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL " WS-WATCH-COUNT " A SURVEILLER, DONT "
              WS-OVER-COUNT " EN DEPASSEMENT"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE EXPOSURE-REPORT.

           DISPLAY "Encours : " WS-WATCH-COUNT " a surveiller, "
              WS-OVER-COUNT " en depassement".
           IF WS-SKIPPED-COUNT > 0 THEN
              DISPLAY WS-SKIPPED-COUNT " limite(s) non revue(s), "
                 "table pleine"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVER-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-LIMITS.
           MOVE 0 TO EL-CUSTOMER-ID.
           START EXPOSURE-LIMITS KEY IS >= EL-CUSTOMER-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXPOSURE-LIMITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF EL-LIMIT > 0 OR (EL-GROUP-LIMIT > 0
                          AND EL-GROUP-ID = EL-CUSTOMER-ID) THEN
                       IF WS-LIMIT-COUNT < 500 THEN
                          ADD 1 TO WS-LIMIT-COUNT
                          MOVE EL-CUSTOMER-ID
                             TO WS-L-CUSTOMER-ID(WS-LIMIT-COUNT)
                          MOVE 'N' TO WS-L-HAS-OWN(WS-LIMIT-COUNT)
                          MOVE 'N' TO WS-L-IS-HEAD(WS-LIMIT-COUNT)
                          IF EL-LIMIT > 0 THEN
                             MOVE 'Y'
                                TO WS-L-HAS-OWN(WS-LIMIT-COUNT)
                          END-IF
                          IF EL-GROUP-LIMIT > 0
                                AND EL-GROUP-ID = EL-CUSTOMER-ID THEN
                             MOVE 'Y'
                                TO WS-L-IS-HEAD(WS-LIMIT-COUNT)
                          END-IF
                       ELSE
                          ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    One line for the customer's own limit, one for the
      *    group's when the customer heads one.
       REVIEW-ONE-CUSTOMER.
           MOVE WS-L-CUSTOMER-ID(WS-LIMIT-IDX) TO WS-CUSTOMER-ID.
           CALL "CheckExposureLimit" USING BY REFERENCE
              WS-CUSTOMER-ID WS-NOTHING-ADDED WS-LIMIT-RESULT
              WS-EXPOSURE WS-LIMIT WS-GROUP-ID WS-GROUP-EXPOSURE
              WS-GROUP-LIMIT.

           IF WS-L-HAS-OWN(WS-LIMIT-IDX) = 'Y' AND WS-LIMIT > 0 THEN
              MOVE "CLIENT" TO WS-RD-LEVEL
              MOVE WS-CUSTOMER-ID TO WS-RD-ID
              MOVE WS-EXPOSURE TO WS-RD-EXPOSURE
              MOVE WS-LIMIT TO WS-RD-LIMIT
              PERFORM REPORT-IF-WATCHED
           END-IF.

           IF WS-L-IS-HEAD(WS-LIMIT-IDX) = 'Y'
                 AND WS-GROUP-LIMIT > 0 THEN
              MOVE "GROUPE" TO WS-RD-LEVEL
              MOVE WS-GROUP-ID TO WS-RD-ID
              MOVE WS-GROUP-EXPOSURE TO WS-EXPOSURE
              MOVE WS-GROUP-LIMIT TO WS-LIMIT
              MOVE WS-EXPOSURE TO WS-RD-EXPOSURE
              MOVE WS-LIMIT TO WS-RD-LIMIT
              PERFORM REPORT-IF-WATCHED
           END-IF.

       REPORT-IF-WATCHED.
           IF WS-EXPOSURE > WS-LIMIT * 999 THEN
              MOVE 99999,99 TO WS-USED-PCT
           ELSE
              COMPUTE WS-USED-PCT ROUNDED =
                 WS-EXPOSURE * 100 / WS-LIMIT
           END-IF.
           IF WS-USED-PCT < WS-WATCH-PCT THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WATCH-COUNT.
           MOVE WS-USED-PCT TO WS-RD-PCT.
           IF WS-EXPOSURE > WS-LIMIT THEN
              MOVE "DEPASSEMENT" TO WS-RD-FLAG
              ADD 1 TO WS-OVER-COUNT
           ELSE
              MOVE SPACES TO WS-RD-FLAG
           END-IF.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM ExposureReport.
