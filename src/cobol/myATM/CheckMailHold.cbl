       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckMailHold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL ASSIGN TO '../../data/npai.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NP-CM-ID
              FILE STATUS IS RETURNED-MAIL-FS.

           SELECT HOLD-MAIL ASSIGN TO '../../data/holdmail.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-ID
              ALTERNATE RECORD KEY IS HM-CM-ID WITH DUPLICATES
              FILE STATUS IS HOLD-MAIL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD RETURNED-MAIL.
       COPY "RETMAIL.cpy".

       FD HOLD-MAIL.
       COPY "HOLDMAIL.cpy".

       WORKING-STORAGE SECTION.

       01 RETURNED-MAIL-FS PIC XX.
       01 HOLD-MAIL-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-NEXT-HOLD-ID PIC 9(6) VALUE 0.

       LINKAGE SECTION.

      *    The addressee's customer id.
       01 CUSTOMER-ID-IN PIC 9(4).
      *    R statement, P PIN mailer, N new card, C card renewal,
      *    L letter, as on the hold file.
       01 ITEM-TYPE-IN PIC X.
       01 SOURCE-IN PIC X(20).
       01 REF-IN PIC X(40).
      *    M mail it as usual; H held, do not send.
       01 RESULT-OUT PIC X.
      *    The hold row the item was filed under, when held.
       01 HOLD-ID-OUT PIC 9(6).

       PROCEDURE DIVISION
       USING BY REFERENCE CUSTOMER-ID-IN ITEM-TYPE-IN SOURCE-IN
           REF-IN RESULT-OUT HOLD-ID-OUT.

           MOVE 'M' TO RESULT-OUT.
           MOVE 0 TO HOLD-ID-OUT.

           OPEN INPUT RETURNED-MAIL.
           IF RETURNED-MAIL-FS NOT = "00" THEN
              CLOSE RETURNED-MAIL
              EXIT PROGRAM
           END-IF.
           MOVE CUSTOMER-ID-IN TO NP-CM-ID.
           READ RETURNED-MAIL
              INVALID KEY
                 MOVE 'C' TO NP-STATUS
           END-READ.
           CLOSE RETURNED-MAIL.
           IF NOT NP-IS-UNDELIVERABLE THEN
              EXIT PROGRAM
           END-IF.

           MOVE 'H' TO RESULT-OUT.
           OPEN I-O HOLD-MAIL.
           IF HOLD-MAIL-FS = "35" THEN
              CLOSE HOLD-MAIL
              OPEN OUTPUT HOLD-MAIL
              CLOSE HOLD-MAIL
              OPEN I-O HOLD-MAIL
           END-IF.

      *    The same item held again by a rerun, or by a second
      *    program that would have mailed it, stays one row.
           MOVE 'N' TO WS-EOF.
           MOVE CUSTOMER-ID-IN TO HM-CM-ID.
           START HOLD-MAIL KEY IS = HM-CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF HM-CM-ID NOT = CUSTOMER-ID-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF HM-IS-HELD AND HM-ITEM-TYPE = ITEM-TYPE-IN
                             AND HM-REF = REF-IN THEN
                          MOVE HM-ID TO HOLD-ID-OUT
                          MOVE 'Y' TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF HOLD-ID-OUT NOT = 0 THEN
              CLOSE HOLD-MAIL
              EXIT PROGRAM
           END-IF.

           PERFORM FIND-NEXT-HOLD-ID.
           INITIALIZE HOLD-MAIL-RECORD.
           MOVE WS-NEXT-HOLD-ID TO HM-ID.
           MOVE CUSTOMER-ID-IN TO HM-CM-ID.
           MOVE ITEM-TYPE-IN TO HM-ITEM-TYPE.
           MOVE SOURCE-IN TO HM-SOURCE.
           MOVE REF-IN TO HM-REF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HM-HELD-DATE.
           MOVE 'H' TO HM-STATUS.
           WRITE HOLD-MAIL-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HM-ID TO HOLD-ID-OUT
           END-WRITE.
           CLOSE HOLD-MAIL.

           EXIT PROGRAM.

       FIND-NEXT-HOLD-ID.
           MOVE 0 TO WS-NEXT-HOLD-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO HM-ID.
           START HOLD-MAIL KEY IS > HM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-MAIL NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE HM-ID TO WS-NEXT-HOLD-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-HOLD-ID.

       END PROGRAM CheckMailHold.
