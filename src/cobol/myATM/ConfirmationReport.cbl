       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmationReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATIONS ASSIGN TO '../../data/confirm.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-KEY
              FILE STATUS IS CONFIRMATIONS-FS.

      *  The auditors' reconciliation: every difference a customer
      *  reported, every letter still unanswered, and the totals
      *  by stratum, filed in the report repository.
           SELECT RECONCILIATION-REPORT ASSIGN TO
                 '../../data/confreco.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CONFIRMATIONS.
       COPY "CONFIRM.cpy".

       FD RECONCILIATION-REPORT.
       01 RECONCILIATION-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONFIRMATIONS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 FILLER PIC 9(4).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The year confirmed; last year unless set, as for the draw.
       01 WS-YEAR PIC 9(4).
       01 WS-YEAR-RAW PIC X(4) VALUE SPACES.

      *  Per stratum, 0 the balances over the threshold and 1 to 5
      *  the bands, kept at subscript stratum + 1.
       01 WS-STRATUM-TOTALS.
           03 WS-SR-ENTRY OCCURS 6 TIMES.
               05 WS-SR-SENT PIC 9(5).
               05 WS-SR-AGREED PIC 9(5).
               05 WS-SR-DISAGREED PIC 9(5).
               05 WS-SR-NO-REPLY PIC 9(5).
               05 WS-SR-AWAITING PIC 9(5).
               05 WS-SR-CONFIRMED-AMOUNT PIC S9(11)V99.
               05 WS-SR-NET-DIFFERENCE PIC S9(11)V99.
       01 WS-SR-IDX PIC 9.
       01 WS-STRATUM-NO PIC 9.

       01 WS-TOTAL-SENT PIC 9(6) VALUE 0.
       01 WS-TOTAL-DISAGREED PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNANSWERED PIC 9(6) VALUE 0.
       01 WS-TOTAL-NET-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-GROSS-DIFFERENCE PIC 9(11)V99 VALUE 0.
       01 WS-ABS-DIFFERENCE PIC 9(9)V99.

       01 WS-BALANCE-EDIT PIC -Z(8)9,99.
       01 WS-CUSTOMER-EDIT PIC -Z(8)9,99.
       01 WS-DIFFERENCE-EDIT PIC -Z(8)9,99.
       01 WS-TOTAL-EDIT PIC -Z(10)9,99.

       01 WS-REPORT-ID PIC X(8) VALUE "CIRCULAR".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/confreco.dat".
       01 WS-ARCHIVE-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           COMPUTE WS-YEAR = WS-TODAY-YEAR - 1.
           ACCEPT WS-YEAR-RAW FROM ENVIRONMENT "CONFIRM_YEAR"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-YEAR-RAW IS NUMERIC THEN
              MOVE WS-YEAR-RAW TO WS-YEAR
           END-IF.

           OPEN INPUT CONFIRMATIONS.
           IF CONFIRMATIONS-FS NOT = "00" THEN
              DISPLAY "Aucune confirmation envoyee"
              CLOSE CONFIRMATIONS
              STOP RUN
           END-IF.

           INITIALIZE WS-STRATUM-TOTALS.
           OPEN OUTPUT RECONCILIATION-REPORT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING "CONFIRMATIONS DE SOLDE AU 31/12/" WS-YEAR
              " - RAPPROCHEMENT AU " WS-TODAY
              DELIMITED BY SIZE INTO RECONCILIATION-LINE
           END-STRING.
           WRITE RECONCILIATION-LINE.
           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.

           MOVE 'N' TO WS-EOF.
           MOVE WS-YEAR TO CF-YEAR.
           MOVE LOW-VALUES TO CF-SOURCE.
           MOVE 0 TO CF-ITEM-ID.
           START CONFIRMATIONS KEY IS >= CF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CONFIRMATIONS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CF-YEAR NOT = WS-YEAR THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM REPORT-ONE-CONFIRMATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONFIRMATIONS.

           PERFORM WRITE-STRATUM-TOTALS.
           CLOSE RECONCILIATION-REPORT.

           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY "Confirmations " WS-YEAR " : " WS-TOTAL-SENT
              " envoyee(s), " WS-TOTAL-DISAGREED " contestee(s), "
              WS-TOTAL-UNANSWERED " sans reponse".
           STOP RUN.

      *    A disagreement is listed with both balances and the
      *    difference; a letter without an answer, for the
      *    auditors' alternative procedures.
       REPORT-ONE-CONFIRMATION.
           COMPUTE WS-SR-IDX = CF-STRATUM + 1.
           ADD 1 TO WS-SR-SENT(WS-SR-IDX).
           ADD 1 TO WS-TOTAL-SENT.
           MOVE CF-BALANCE TO WS-BALANCE-EDIT.
           EVALUATE TRUE
              WHEN CF-IS-AGREED
                 ADD 1 TO WS-SR-AGREED(WS-SR-IDX)
                 ADD CF-BALANCE TO WS-SR-CONFIRMED-AMOUNT(WS-SR-IDX)
              WHEN CF-IS-DISAGREED
                 ADD 1 TO WS-SR-DISAGREED(WS-SR-IDX)
                 ADD 1 TO WS-TOTAL-DISAGREED
                 ADD CF-DIFFERENCE TO WS-SR-NET-DIFFERENCE(WS-SR-IDX)
                 ADD CF-DIFFERENCE TO WS-TOTAL-NET-DIFFERENCE
                 IF CF-DIFFERENCE < 0 THEN
                    COMPUTE WS-ABS-DIFFERENCE = 0 - CF-DIFFERENCE
                 ELSE
                    MOVE CF-DIFFERENCE TO WS-ABS-DIFFERENCE
                 END-IF
                 ADD WS-ABS-DIFFERENCE TO WS-TOTAL-GROSS-DIFFERENCE
                 MOVE CF-CUSTOMER-BALANCE TO WS-CUSTOMER-EDIT
                 MOVE CF-DIFFERENCE TO WS-DIFFERENCE-EDIT
                 MOVE SPACES TO RECONCILIATION-LINE
                 STRING "ECART " CF-SOURCE " " CF-ITEM-ID
                    " client=" CF-CUSTOMER-ID
                    " tranche=" CF-STRATUM
                    " banque=" WS-BALANCE-EDIT
                    " client=" WS-CUSTOMER-EDIT
                    " ecart=" WS-DIFFERENCE-EDIT
                    DELIMITED BY SIZE INTO RECONCILIATION-LINE
                 END-STRING
                 WRITE RECONCILIATION-LINE
                 IF CF-COMMENT NOT = SPACES THEN
                    MOVE SPACES TO RECONCILIATION-LINE
                    STRING "      " CF-COMMENT
                       DELIMITED BY SIZE INTO RECONCILIATION-LINE
                    END-STRING
                    WRITE RECONCILIATION-LINE
                 END-IF
              WHEN OTHER
                 IF CF-IS-NO-REPLY THEN
                    ADD 1 TO WS-SR-NO-REPLY(WS-SR-IDX)
                 ELSE
                    ADD 1 TO WS-SR-AWAITING(WS-SR-IDX)
                 END-IF
                 ADD 1 TO WS-TOTAL-UNANSWERED
                 MOVE SPACES TO RECONCILIATION-LINE
                 STRING "SANS REPONSE " CF-SOURCE " " CF-ITEM-ID
                    " client=" CF-CUSTOMER-ID
                    " tranche=" CF-STRATUM
                    " banque=" WS-BALANCE-EDIT
                    " envoi=" CF-LETTER-DATE
                    " courrier=" CF-MAIL-RESULT
                    " statut=" CF-REPLY-STATUS
                    DELIMITED BY SIZE INTO RECONCILIATION-LINE
                 END-STRING
                 WRITE RECONCILIATION-LINE
           END-EVALUATE.

       WRITE-STRATUM-TOTALS.
           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > 6
              IF WS-SR-SENT(WS-SR-IDX) > 0 THEN
                 COMPUTE WS-STRATUM-NO = WS-SR-IDX - 1
                 MOVE WS-SR-CONFIRMED-AMOUNT(WS-SR-IDX)
                    TO WS-TOTAL-EDIT
                 MOVE WS-SR-NET-DIFFERENCE(WS-SR-IDX)
                    TO WS-DIFFERENCE-EDIT
                 MOVE SPACES TO RECONCILIATION-LINE
                 STRING "TRANCHE " WS-STRATUM-NO
                    " envoyees=" WS-SR-SENT(WS-SR-IDX)
                    " confirmees=" WS-SR-AGREED(WS-SR-IDX)
                    " contestees=" WS-SR-DISAGREED(WS-SR-IDX)
                    " sans reponse=" WS-SR-NO-REPLY(WS-SR-IDX)
                    " en attente=" WS-SR-AWAITING(WS-SR-IDX)
                    DELIMITED BY SIZE INTO RECONCILIATION-LINE
                 END-STRING
                 WRITE RECONCILIATION-LINE
                 MOVE SPACES TO RECONCILIATION-LINE
                 STRING "          solde confirme=" WS-TOTAL-EDIT
                    " ecart net=" WS-DIFFERENCE-EDIT
                    DELIMITED BY SIZE INTO RECONCILIATION-LINE
                 END-STRING
                 WRITE RECONCILIATION-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE WS-TOTAL-NET-DIFFERENCE TO WS-TOTAL-EDIT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING "TOTAL ECARTS NETS        : " WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RECONCILIATION-LINE
           END-STRING.
           WRITE RECONCILIATION-LINE.
           MOVE WS-TOTAL-GROSS-DIFFERENCE TO WS-TOTAL-EDIT.
           MOVE SPACES TO RECONCILIATION-LINE.
           STRING "TOTAL ECARTS EN VALEUR ABSOLUE : " WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RECONCILIATION-LINE
           END-STRING.
           WRITE RECONCILIATION-LINE.

       END PROGRAM ConfirmationReport.
