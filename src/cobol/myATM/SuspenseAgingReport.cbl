       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseAgingReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS ASSIGN TO '../../data/suspitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-ID
              FILE STATUS IS SUSPENSE-ITEMS-FS.

           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

      *  Finance's monthly view of what sits in suspense and for how
      *  long, filed in the report repository.
           SELECT AGING-REPORT ASSIGN TO '../../data/suspaging.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-ITEMS.
       COPY "SUSPITEM.cpy".

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           03 GP-DATE PIC 9(8).
           03 FILLER PIC X.
           03 GP-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 GP-ACCOUNT PIC 9(6).
           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       FD AGING-REPORT.
       01 AGING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 SUSPENSE-ITEMS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 GL-SUSPENS PIC 9(6) VALUE 999900.

      *  Four age buckets: up to 30 days, 31 to 60, 61 to 90, over
      *  90, each with its count and amount per side.
       01 WS-BUCKET-TABLE.
           03 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               05 WS-BK-COUNT PIC 9(5).
               05 WS-BK-DEBITS PIC 9(11)V99.
               05 WS-BK-CREDITS PIC 9(11)V99.
       01 WS-BUCKET-LABELS.
           03 FILLER PIC X(10) VALUE "0-30 J".
           03 FILLER PIC X(10) VALUE "31-60 J".
           03 FILLER PIC X(10) VALUE "61-90 J".
           03 FILLER PIC X(10) VALUE "+90 J".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           03 WS-BUCKET-LABEL PIC X(10) OCCURS 4 TIMES.
       01 WS-BUCKET PIC 9.
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.

      *  The open items netted the way the ledger carries them
      *  (credit positive) against the suspense balance itself.
       01 WS-ITEMS-NET PIC S9(11)V99 VALUE 0.
       01 WS-GL-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT PIC -9(11),99.
       01 WS-ITEM-AMOUNT-EDIT PIC 9(9),99.

       01 WS-REPORT-ID PIC X(8) VALUE "SUSPENSE".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/suspaging.dat".
       01 WS-ARCHIVE-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           INITIALIZE WS-BUCKET-TABLE.

           OPEN OUTPUT AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ANCIENNETE DU COMPTE D'ATTENTE 999900 AU " WS-TODAY
              DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.

           OPEN INPUT SUSPENSE-ITEMS.
           IF SUSPENSE-ITEMS-FS = "00" THEN
              PERFORM LIST-OPEN-ITEMS
           END-IF.
           CLOSE SUSPENSE-ITEMS.

           PERFORM WRITE-BUCKET-TOTALS.
           PERFORM COMPUTE-GL-BALANCE.
           PERFORM WRITE-LEDGER-PROOF.
           CLOSE AGING-REPORT.

           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY WS-OPEN-COUNT " element(s) en suspens, "
              WS-BK-COUNT(4) " de plus de 90 jours".
           STOP RUN.

       LIST-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO SU-ID.
           START SUSPENSE-ITEMS KEY IS > SU-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SUSPENSE-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SU-IS-OPEN THEN
                       PERFORM AGE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM.

       AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-AGE-DAYS.
           IF SU-DATE IS NUMERIC AND SU-DATE > 0
                 AND SU-DATE < WS-TODAY THEN
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(SU-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-AGE-DAYS <= 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE.

           ADD 1 TO WS-BK-COUNT(WS-BUCKET).
           IF SU-IS-DEBIT THEN
              ADD SU-AMOUNT TO WS-BK-DEBITS(WS-BUCKET)
              SUBTRACT SU-AMOUNT FROM WS-ITEMS-NET
           ELSE
              ADD SU-AMOUNT TO WS-BK-CREDITS(WS-BUCKET)
              ADD SU-AMOUNT TO WS-ITEMS-NET
           END-IF.

           MOVE SU-AMOUNT TO WS-ITEM-AMOUNT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING SU-ID " " SU-DATE " " SU-ORIGIN " " SU-TYPE
              " " SU-SIDE " " WS-ITEM-AMOUNT-EDIT " "
              WS-BUCKET-LABEL(WS-BUCKET) " " SU-DETAIL
              DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.

       WRITE-BUCKET-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
              MOVE SPACES TO AGING-REPORT-LINE
              STRING "TOTAL " WS-BUCKET-LABEL(WS-BUCKET)
                 " elements=" WS-BK-COUNT(WS-BUCKET)
                 " debits=" WS-BK-DEBITS(WS-BUCKET)
                 " credits=" WS-BK-CREDITS(WS-BUCKET)
                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
              END-STRING
              WRITE AGING-REPORT-LINE
           END-PERFORM.

      *    Suspense is carried credit-positive, like the items'
      *    net; everything that ever went in through the register
      *    should account for the whole balance.
       COMPUTE-GL-BALANCE.
           OPEN INPUT GL-PERIOD-FILE.
           IF GL-PERIOD-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-PERIOD-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF GP-ACCOUNT = GL-SUSPENS THEN
                       IF GP-SIDE = 'C' THEN
                          ADD GP-AMOUNT TO WS-GL-BALANCE
                       ELSE
                          SUBTRACT GP-AMOUNT FROM WS-GL-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

       WRITE-LEDGER-PROOF.
           COMPUTE WS-DIFFERENCE = WS-GL-BALANCE - WS-ITEMS-NET.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-GL-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "SOLDE GRAND LIVRE 999900   : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE WS-ITEMS-NET TO WS-AMOUNT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "NET DES ELEMENTS OUVERTS   : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           IF WS-DIFFERENCE = 0 THEN
              STRING "SOLDE JUSTIFIE PAR LE REGISTRE"
                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
              END-STRING
           ELSE
              STRING "ECART NON JUSTIFIE PAR LE REGISTRE : "
                 WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
              END-STRING
           END-IF.
           WRITE AGING-REPORT-LINE.

       END PROGRAM SuspenseAgingReport.
