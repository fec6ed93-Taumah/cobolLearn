       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckExposureLimit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-LIMITS ASSIGN TO '../../data/exposlim.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EL-CUSTOMER-ID
              ALTERNATE RECORD KEY IS EL-GROUP-ID WITH DUPLICATES
              FILE STATUS IS EXPOSURE-LIMITS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD EXPOSURE-LIMITS.
       COPY "EXPOSLIM.cpy".

       WORKING-STORAGE SECTION.

       01 EXPOSURE-LIMITS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-LOANS PIC 9(9)V99.
       01 WS-OVERDRAFTS PIC 9(9)V99.
       01 WS-PRESENTMENTS PIC 9(9)V99.
       01 WS-GUARANTEES PIC 9(9)V99.
       01 WS-MEMBER-EXPOSURE PIC 9(9)V99.
       01 WS-MEMBER-ID PIC 9(4).
       01 WS-AFTER PIC 9(10)V99.

       LINKAGE SECTION.

       01 PIN-IN PIC 9(4).
      *    What the caller is about to add: a new loan's principal,
      *    the increase on an overdraft line; zero just to look.
       01 ADDED-AMOUNT-IN PIC 9(9)V99.
      *    N no limit applies to the customer, O within every
      *    limit, C the customer's own limit would be breached,
      *    G the group's would.
       01 RESULT-OUT PIC X.
       01 EXPOSURE-OUT PIC 9(9)V99.
       01 LIMIT-OUT PIC 9(9)V99.
       01 GROUP-ID-OUT PIC 9(4).
       01 GROUP-EXPOSURE-OUT PIC 9(9)V99.
       01 GROUP-LIMIT-OUT PIC 9(9)V99.

       PROCEDURE DIVISION
       USING BY REFERENCE PIN-IN ADDED-AMOUNT-IN RESULT-OUT
           EXPOSURE-OUT LIMIT-OUT GROUP-ID-OUT GROUP-EXPOSURE-OUT
           GROUP-LIMIT-OUT.

           MOVE 'N' TO RESULT-OUT.
           MOVE 0 TO LIMIT-OUT.
           MOVE 0 TO GROUP-ID-OUT.
           MOVE 0 TO GROUP-EXPOSURE-OUT.
           MOVE 0 TO GROUP-LIMIT-OUT.

           CALL "ComputeExposure" USING BY REFERENCE PIN-IN
              WS-LOANS WS-OVERDRAFTS WS-PRESENTMENTS WS-GUARANTEES
              EXPOSURE-OUT.

           OPEN INPUT EXPOSURE-LIMITS.
           IF EXPOSURE-LIMITS-FS NOT = "00" THEN
              CLOSE EXPOSURE-LIMITS
              EXIT PROGRAM
           END-IF.

           MOVE PIN-IN TO EL-CUSTOMER-ID.
           READ EXPOSURE-LIMITS
              INVALID KEY
                 CLOSE EXPOSURE-LIMITS
                 EXIT PROGRAM
           END-READ.

           MOVE EL-LIMIT TO LIMIT-OUT.
           MOVE EL-GROUP-ID TO GROUP-ID-OUT.
           IF LIMIT-OUT > 0 THEN
              MOVE 'O' TO RESULT-OUT
              COMPUTE WS-AFTER = EXPOSURE-OUT + ADDED-AMOUNT-IN
              IF WS-AFTER > LIMIT-OUT THEN
                 MOVE 'C' TO RESULT-OUT
              END-IF
           END-IF.

           IF GROUP-ID-OUT > 0 THEN
              PERFORM CHECK-GROUP-LIMIT
           END-IF.

           CLOSE EXPOSURE-LIMITS.

           EXIT PROGRAM.

      *    The group's ceiling sits on its head's row; every member,
      *    the head included, carries the head's number.
       CHECK-GROUP-LIMIT.
           MOVE GROUP-ID-OUT TO EL-CUSTOMER-ID.
           READ EXPOSURE-LIMITS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE EL-GROUP-LIMIT TO GROUP-LIMIT-OUT.
           IF GROUP-LIMIT-OUT = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE GROUP-ID-OUT TO EL-GROUP-ID.
           START EXPOSURE-LIMITS KEY IS = EL-GROUP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXPOSURE-LIMITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF EL-GROUP-ID NOT = GROUP-ID-OUT THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE EL-CUSTOMER-ID TO WS-MEMBER-ID
                       CALL "ComputeExposure" USING BY REFERENCE
                          WS-MEMBER-ID WS-LOANS WS-OVERDRAFTS
                          WS-PRESENTMENTS WS-GUARANTEES
                          WS-MEMBER-EXPOSURE
                       ADD WS-MEMBER-EXPOSURE TO GROUP-EXPOSURE-OUT
                    END-IF
              END-READ
           END-PERFORM.

           IF RESULT-OUT = 'N' THEN
              MOVE 'O' TO RESULT-OUT
           END-IF.
           COMPUTE WS-AFTER = GROUP-EXPOSURE-OUT + ADDED-AMOUNT-IN.
           IF WS-AFTER > GROUP-LIMIT-OUT AND RESULT-OUT = 'O' THEN
              MOVE 'G' TO RESULT-OUT
           END-IF.

       END PROGRAM CheckExposureLimit.
