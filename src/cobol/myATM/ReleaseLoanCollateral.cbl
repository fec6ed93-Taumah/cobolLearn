       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReleaseLoanCollateral.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The securities register: every pledge and guarantee still
      *  active on the loan is lifted the moment it is repaid,
      *  whichever program repaid it.
           SELECT COLLATERAL-RECORDS ASSIGN TO WS-COLLATERAL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       WORKING-STORAGE SECTION.

       01 COLLATERAL-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-COLLATERAL-PATH PIC X(100)
           VALUE "../../data/collateral.dat".

       LINKAGE SECTION.

       01 LOAN-ID-IN PIC 9(6).
      *    How many securities were released; zero when the loan
      *    had none, or no register exists yet.
       01 RELEASED-OUT PIC 9(2).

       PROCEDURE DIVISION
       USING BY REFERENCE LOAN-ID-IN RELEASED-OUT.

           ACCEPT WS-COLLATERAL-PATH FROM ENVIRONMENT
              "COLLATERAL_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 0 TO RELEASED-OUT.
           MOVE 'N' TO WS-EOF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PROGRAM
           END-IF.

           MOVE LOAN-ID-IN TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-LOAN-ID NOT = LOAN-ID-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF CL-IS-ACTIVE THEN
                          MOVE 'R' TO CL-STATUS
                          MOVE WS-TODAY TO CL-RELEASE-DATE
                          REWRITE COLLATERAL-RECORD
                          ADD 1 TO RELEASED-OUT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COLLATERAL-RECORDS.

           EXIT PROGRAM.

       END PROGRAM ReleaseLoanCollateral.
