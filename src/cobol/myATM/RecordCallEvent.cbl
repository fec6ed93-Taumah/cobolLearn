       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordCallEvent.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The telephone-banking call journal, append-only.
           SELECT CALL-JOURNAL ASSIGN TO WS-PHONEJ-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The call journal's own gap-free sequence, kept the same
      *  way as the machine journal's.
           SELECT CALL-SEQUENCE ASSIGN TO WS-PHONEJSEQ-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CALL-SEQUENCE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CALL-JOURNAL.
       COPY "CALLJREC.cpy".

       FD CALL-SEQUENCE.
       01 CALL-SEQUENCE-LINE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 CALL-SEQUENCE-FS PIC XX.
       01 WS-CALL-SEQ PIC 9(8) VALUE 0.

      *  Which telephone line took the call, from the deployment
      *  of the telephone-banking position.
       01 WS-LINE-ID PIC X(4) VALUE "0001".

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-PHONEJ-PATH PIC X(100) VALUE "../../data/phonejrnl.dat".
       01 WS-PHONEJSEQ-PATH PIC X(100)
           VALUE "../../data/phonejseq.dat".

       LINKAGE SECTION.

       01 EVENT-TYPE-IN PIC X(8).
       01 CUSTOMER-ID-IN PIC 9(4).
       01 AMOUNT-IN PIC 9(5)V99.
       01 DETAIL-IN PIC X(20).

       PROCEDURE DIVISION
       USING BY REFERENCE EVENT-TYPE-IN CUSTOMER-ID-IN AMOUNT-IN
             DETAIL-IN.

           ACCEPT WS-PHONEJ-PATH FROM ENVIRONMENT "PHONEJ_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-PHONEJSEQ-PATH FROM ENVIRONMENT "PHONEJSEQ_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LINE-ID FROM ENVIRONMENT "PHONE_LINE_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 0 TO WS-CALL-SEQ.
           OPEN INPUT CALL-SEQUENCE.
           IF CALL-SEQUENCE-FS = "00" THEN
              READ CALL-SEQUENCE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CALL-SEQUENCE-LINE TO WS-CALL-SEQ
              END-READ
              CLOSE CALL-SEQUENCE
           END-IF.
           ADD 1 TO WS-CALL-SEQ.
           OPEN OUTPUT CALL-SEQUENCE.
           MOVE WS-CALL-SEQ TO CALL-SEQUENCE-LINE.
           WRITE CALL-SEQUENCE-LINE.
           CLOSE CALL-SEQUENCE.

           OPEN EXTEND CALL-JOURNAL.
           MOVE WS-CALL-SEQ TO CJ-SEQ.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-DATETIME.
           MOVE WS-LINE-ID TO CJ-LINE.
           MOVE CUSTOMER-ID-IN TO CJ-CUSTOMER-ID.
           MOVE EVENT-TYPE-IN TO CJ-EVENT.
           MOVE AMOUNT-IN TO CJ-AMOUNT.
           MOVE DETAIL-IN TO CJ-DETAIL.
           WRITE CALL-JOURNAL-RECORD.
           CLOSE CALL-JOURNAL.

           EXIT PROGRAM.

       END PROGRAM RecordCallEvent.
