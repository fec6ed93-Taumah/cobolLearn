       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckProxyMandate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       WORKING-STORAGE SECTION.

       01 PROXY-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       LINKAGE SECTION.

       01 PROXY-ID-IN PIC 9(4).
       01 PIN-IN PIC 9(4).
      *    Zero asks whether the proxy may at least consult any one
      *    of the holder's accounts.
       01 ACCT-NO-IN PIC 9(2).
      *    C consult, R withdraw, F anything else a holder may do.
       01 SCOPE-NEEDED-IN PIC X.
       01 AMOUNT-IN PIC 9(7)V99.
       01 AS-OF-DATE-IN PIC 9(8).
      *    O the mandate covers it, N no mandate at all, V one that
      *    is ended or not yet or no longer in force, S outside its
      *    scope, L above its withdrawal limit.
       01 RESULT-OUT PIC X.
       01 SCOPE-OUT PIC X.
       01 LIMIT-OUT PIC 9(7)V99.
       01 DOCUMENT-REF-OUT PIC X(20).

       PROCEDURE DIVISION
       USING BY REFERENCE PROXY-ID-IN PIN-IN ACCT-NO-IN
           SCOPE-NEEDED-IN AMOUNT-IN AS-OF-DATE-IN RESULT-OUT
           SCOPE-OUT LIMIT-OUT DOCUMENT-REF-OUT.

           MOVE 'N' TO RESULT-OUT.
           MOVE SPACE TO SCOPE-OUT.
           MOVE 0 TO LIMIT-OUT.
           MOVE SPACES TO DOCUMENT-REF-OUT.

           OPEN INPUT PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              CLOSE PROXY-RECORDS
              EXIT PROGRAM
           END-IF.

           IF ACCT-NO-IN = 0 THEN
              PERFORM CHECK-ANY-ACCOUNT
           ELSE
              MOVE PIN-IN TO PX-PIN
              MOVE ACCT-NO-IN TO PX-ACCT-NO
              MOVE PROXY-ID-IN TO PX-PROXY-ID
              READ PROXY-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-ONE-MANDATE
              END-READ
           END-IF.

           CLOSE PROXY-RECORDS.

           EXIT PROGRAM.

      *    The first mandate in force on any of the holder's
      *    accounts is enough to consult the holder's file.
       CHECK-ANY-ACCOUNT.
           MOVE 'N' TO WS-EOF.
           MOVE PIN-IN TO PX-PIN.
           MOVE 0 TO PX-ACCT-NO.
           MOVE 0 TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS >= PX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PIN NOT = PIN-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PX-PROXY-ID = PROXY-ID-IN THEN
                          PERFORM CHECK-ONE-MANDATE
                          IF RESULT-OUT = 'O' THEN
                             MOVE 'Y' TO WS-EOF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-ONE-MANDATE.
           MOVE PX-SCOPE TO SCOPE-OUT.
           MOVE PX-WITHDRAW-LIMIT TO LIMIT-OUT.
           MOVE PX-DOCUMENT-REF TO DOCUMENT-REF-OUT.

           IF NOT PX-IS-ACTIVE
                 OR PX-VALID-FROM > AS-OF-DATE-IN
                 OR (PX-VALID-TO NOT = 0
                    AND PX-VALID-TO < AS-OF-DATE-IN) THEN
              MOVE 'V' TO RESULT-OUT
              EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO RESULT-OUT.
           EVALUATE SCOPE-NEEDED-IN
              WHEN 'C'
                 CONTINUE
              WHEN 'R'
                 IF PX-SCOPE-CONSULT THEN
                    MOVE 'S' TO RESULT-OUT
                 ELSE
                    IF PX-SCOPE-WITHDRAW
                          AND AMOUNT-IN > PX-WITHDRAW-LIMIT THEN
                       MOVE 'L' TO RESULT-OUT
                    END-IF
                 END-IF
              WHEN OTHER
                 IF NOT PX-SCOPE-FULL THEN
                    MOVE 'S' TO RESULT-OUT
                 END-IF
           END-EVALUATE.

       END PROGRAM CheckProxyMandate.
