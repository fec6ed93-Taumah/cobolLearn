       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintQuarterly.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINTS ASSIGN TO '../../data/complaint.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-ID
              ALTERNATE RECORD KEY IS CP-CM-ID WITH DUPLICATES
              FILE STATUS IS COMPLAINTS-FS.

      *  The quarter's complaints by category and by branch, for
      *  the compliance officer and the banking mediator.
           SELECT QUARTER-REPORT ASSIGN TO
                 '../../data/complaintqrep.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD COMPLAINTS.
       COPY "COMPLAINT.cpy".

       FD QUARTER-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 COMPLAINTS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 WS-TODAY-MONTH PIC 9(2).
           03 WS-TODAY-DAY PIC 9(2).

      *  The quarter reported: by default the last one complete
      *  at the business date; COMPLAINT_QUARTER (AAAAT, e.g.
      *  20253) reruns an earlier one.
       01 WS-QUARTER-RAW PIC X(5) VALUE SPACES.
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER-RAW.
           03 WS-QUARTER-RAW-YEAR PIC 9(4).
           03 WS-QUARTER-RAW-NO PIC 9.
       01 WS-QUARTER-YEAR PIC 9(4).
       01 WS-QUARTER-NO PIC 9.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           03 WS-FROM-YEAR PIC 9(4).
           03 WS-FROM-MONTH PIC 9(2).
           03 WS-FROM-DAY PIC 9(2).
       01 WS-TO-DATE PIC 9(8).
       01 WS-NEXT-FROM-DATE PIC 9(8).
       01 WS-NEXT-FROM-PARTS REDEFINES WS-NEXT-FROM-DATE.
           03 WS-NEXT-FROM-YEAR PIC 9(4).
           03 WS-NEXT-FROM-MONTH PIC 9(2).
           03 WS-NEXT-FROM-DAY PIC 9(2).

      *  The categories in report order, code and heading.
       01 WS-CATEGORY-NAMES.
           03 FILLER PIC X(21) VALUE "FFRAIS ET TARIFS".
           03 FILLER PIC X(21) VALUE "OOPERATIONS".
           03 FILLER PIC X(21) VALUE "CCARTES ET DAB".
           03 FILLER PIC X(21) VALUE "KCREDIT".
           03 FILLER PIC X(21) VALUE "EEPARGNE".
           03 FILLER PIC X(21) VALUE "SQUALITE DE SERVICE".
           03 FILLER PIC X(21) VALUE "DDONNEES PERSONNELLES".
           03 FILLER PIC X(21) VALUE "AAUTRE".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           03 WS-CATEGORY-ENTRY OCCURS 8 TIMES.
              05 WS-CAT-CODE PIC X.
              05 WS-CAT-NAME PIC X(20).
       01 WS-CAT-IDX PIC 9(2).
       01 WS-FOUND-CAT PIC 9(2).

      *  Per category, over every branch: what came in during the
      *  quarter, what was answered during it and how, what was
      *  late, and what is still open at its end.
       01 WS-CATEGORY-TOTALS.
           03 WS-CAT-TOTAL OCCURS 8 TIMES.
              05 WS-C-RECEIVED PIC 9(5).
              05 WS-C-ANSWERED PIC 9(5).
              05 WS-C-UPHELD PIC 9(5).
              05 WS-C-PARTLY PIC 9(5).
              05 WS-C-REJECTED PIC 9(5).
              05 WS-C-ACK-LATE PIC 9(5).
              05 WS-C-ANSWER-LATE PIC 9(5).
              05 WS-C-OPEN-AT-END PIC 9(5).

      *  Per branch, complaints received in the quarter by
      *  category, in the same bounded-table style as the other
      *  branch breakdowns.
       01 WS-BRANCH-TOTALS.
           03 WS-BRANCH-ENTRY OCCURS 50 TIMES.
              05 WS-B-BRANCH PIC X(2).
              05 WS-B-RECEIVED PIC 9(4) OCCURS 8 TIMES.
              05 WS-B-TOTAL PIC 9(5).
              05 WS-B-ANSWER-LATE PIC 9(5).
       01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
       01 WS-BRANCH-IDX PIC 9(2).
       01 WS-FOUND-BRANCH PIC 9(2).
       01 WS-BRANCH-OVERFLOW PIC 9(5) VALUE 0.

       01 WS-GRAND-RECEIVED PIC 9(5) VALUE 0.
       01 WS-GRAND-ANSWERED PIC 9(5) VALUE 0.
       01 WS-GRAND-LATE PIC 9(5) VALUE 0.
       01 WS-GRAND-OPEN PIC 9(5) VALUE 0.
       01 WS-CELL-EDIT PIC ZZZ9.
       01 WS-LINE-POS PIC 9(3).

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           ACCEPT WS-QUARTER-RAW FROM ENVIRONMENT "COMPLAINT_QUARTER"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-QUARTER-RAW IS NUMERIC
                 AND WS-QUARTER-RAW-NO >= 1
                 AND WS-QUARTER-RAW-NO <= 4 THEN
              MOVE WS-QUARTER-RAW-YEAR TO WS-QUARTER-YEAR
              MOVE WS-QUARTER-RAW-NO TO WS-QUARTER-NO
           ELSE
              MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR
              COMPUTE WS-QUARTER-NO = (WS-TODAY-MONTH - 1) / 3
              IF WS-QUARTER-NO = 0 THEN
                 MOVE 4 TO WS-QUARTER-NO
                 SUBTRACT 1 FROM WS-QUARTER-YEAR
              END-IF
           END-IF.

      *    From the first day of the quarter to the day before the
      *    next one starts.
           MOVE WS-QUARTER-YEAR TO WS-FROM-YEAR.
           COMPUTE WS-FROM-MONTH = (WS-QUARTER-NO - 1) * 3 + 1.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-FROM-DATE TO WS-NEXT-FROM-DATE.
           IF WS-QUARTER-NO = 4 THEN
              ADD 1 TO WS-NEXT-FROM-YEAR
              MOVE 1 TO WS-NEXT-FROM-MONTH
           ELSE
              ADD 3 TO WS-NEXT-FROM-MONTH
           END-IF.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-NEXT-FROM-DATE) - 1).

           INITIALIZE WS-CATEGORY-TOTALS.
           INITIALIZE WS-BRANCH-TOTALS.

           OPEN OUTPUT QUARTER-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMATIONS CLIENTS - TRIMESTRE " WS-QUARTER-NO
              " " WS-QUARTER-YEAR
              " (DU " WS-FROM-DATE " AU " WS-TO-DATE ")"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DESTINATAIRES : RESPONSABLE DE LA CONFORMITE, "
              TO REPORT-LINE.
           MOVE "MEDIATEUR BANCAIRE" TO REPORT-LINE(47:18).
           WRITE REPORT-LINE.

           OPEN INPUT COMPLAINTS.
           IF COMPLAINTS-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUNE RECLAMATION ENREGISTREE" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE COMPLAINTS
              CLOSE QUARTER-REPORT
              DISPLAY "Aucune reclamation enregistree"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COMPLAINTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM TALLY-ONE-COMPLAINT
              END-READ
           END-PERFORM.
           CLOSE COMPLAINTS.

           PERFORM WRITE-CATEGORY-SECTION.
           PERFORM WRITE-BRANCH-SECTION.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL RECUES=" WS-GRAND-RECEIVED
              " REPONDUES=" WS-GRAND-ANSWERED
              " DONT HORS DELAI=" WS-GRAND-LATE
              " EN COURS EN FIN DE TRIMESTRE=" WS-GRAND-OPEN
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BRANCH-OVERFLOW > 0 THEN
              MOVE SPACES TO REPORT-LINE
              STRING "TABLE DES AGENCES PLEINE : " WS-BRANCH-OVERFLOW
                 " RECLAMATION(S) HORS VENTILATION PAR AGENCE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE QUARTER-REPORT.

           DISPLAY "Trimestre " WS-QUARTER-NO " " WS-QUARTER-YEAR
              " : " WS-GRAND-RECEIVED " reclamation(s) recue(s), "
              WS-GRAND-LATE " reponse(s) hors delai".
           IF WS-GRAND-LATE > 0 OR WS-BRANCH-OVERFLOW > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    A complaint counts as received in the quarter it came
      *    in, as answered in the quarter its answer went out, and
      *    as open at the end when it came in by then and was not
      *    answered by then.
       TALLY-ONE-COMPLAINT.
           MOVE 8 TO WS-FOUND-CAT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > 8
              IF WS-CAT-CODE(WS-CAT-IDX) = CP-CATEGORY THEN
                 MOVE WS-CAT-IDX TO WS-FOUND-CAT
              END-IF
           END-PERFORM.

           IF CP-RECEIVED-DATE >= WS-FROM-DATE
                 AND CP-RECEIVED-DATE <= WS-TO-DATE THEN
              ADD 1 TO WS-C-RECEIVED(WS-FOUND-CAT)
              ADD 1 TO WS-GRAND-RECEIVED
              IF CP-ACK-DATE > CP-ACK-DUE-DATE
                    OR (CP-ACK-DATE = 0
                       AND WS-TO-DATE > CP-ACK-DUE-DATE) THEN
                 ADD 1 TO WS-C-ACK-LATE(WS-FOUND-CAT)
              END-IF
              PERFORM FIND-BRANCH-ROW
              IF WS-FOUND-BRANCH NOT = 0 THEN
                 ADD 1 TO WS-B-RECEIVED(WS-FOUND-BRANCH, WS-FOUND-CAT)
                 ADD 1 TO WS-B-TOTAL(WS-FOUND-BRANCH)
              END-IF
           END-IF.

           IF CP-IS-ANSWERED
                 AND CP-ANSWER-DATE >= WS-FROM-DATE
                 AND CP-ANSWER-DATE <= WS-TO-DATE THEN
              ADD 1 TO WS-C-ANSWERED(WS-FOUND-CAT)
              ADD 1 TO WS-GRAND-ANSWERED
              EVALUATE TRUE
                 WHEN CP-UPHELD
                    ADD 1 TO WS-C-UPHELD(WS-FOUND-CAT)
                 WHEN CP-PARTLY-UPHELD
                    ADD 1 TO WS-C-PARTLY(WS-FOUND-CAT)
                 WHEN OTHER
                    ADD 1 TO WS-C-REJECTED(WS-FOUND-CAT)
              END-EVALUATE
              IF CP-ANSWER-DATE > CP-ANSWER-DUE-DATE THEN
                 ADD 1 TO WS-C-ANSWER-LATE(WS-FOUND-CAT)
                 ADD 1 TO WS-GRAND-LATE
                 PERFORM FIND-BRANCH-ROW
                 IF WS-FOUND-BRANCH NOT = 0 THEN
                    ADD 1 TO WS-B-ANSWER-LATE(WS-FOUND-BRANCH)
                 END-IF
              END-IF
           END-IF.

           IF CP-RECEIVED-DATE <= WS-TO-DATE
                 AND (CP-IS-OPEN OR CP-ANSWER-DATE > WS-TO-DATE) THEN
              ADD 1 TO WS-C-OPEN-AT-END(WS-FOUND-CAT)
              ADD 1 TO WS-GRAND-OPEN
           END-IF.

       FIND-BRANCH-ROW.
           MOVE 0 TO WS-FOUND-BRANCH.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                 UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
              IF WS-B-BRANCH(WS-BRANCH-IDX) = CP-BRANCH THEN
                 MOVE WS-BRANCH-IDX TO WS-FOUND-BRANCH
              END-IF
           END-PERFORM.
           IF WS-FOUND-BRANCH = 0 THEN
              IF WS-BRANCH-COUNT >= 50 THEN
                 ADD 1 TO WS-BRANCH-OVERFLOW
              ELSE
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-FOUND-BRANCH
                 MOVE CP-BRANCH TO WS-B-BRANCH(WS-FOUND-BRANCH)
              END-IF
           END-IF.

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAR MOTIF             RECUES REPONDUES FONDEES PART"
              TO REPORT-LINE.
           MOVE ". NON FOND. ACC.RET REP.RET EN COURS"
              TO REPORT-LINE(52:36).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > 8
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CAT-NAME(WS-CAT-IDX) TO REPORT-LINE(1:20)
              MOVE WS-C-RECEIVED(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(25:4)
              MOVE WS-C-ANSWERED(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(35:4)
              MOVE WS-C-UPHELD(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(43:4)
              MOVE WS-C-PARTLY(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(49:4)
              MOVE WS-C-REJECTED(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(59:4)
              MOVE WS-C-ACK-LATE(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(67:4)
              MOVE WS-C-ANSWER-LATE(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(75:4)
              MOVE WS-C-OPEN-AT-END(WS-CAT-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(84:4)
              WRITE REPORT-LINE
           END-PERFORM.

      *    One line per branch: received in the quarter under each
      *    motive, in the motive order of the section above.
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "PAR AGENCE" TO REPORT-LINE(1:10).
           MOVE 14 TO WS-LINE-POS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > 8
              MOVE WS-CAT-CODE(WS-CAT-IDX)
                 TO REPORT-LINE(WS-LINE-POS + 3:1)
              ADD 6 TO WS-LINE-POS
           END-PERFORM.
           MOVE " TOTAL REP.RET" TO REPORT-LINE(WS-LINE-POS:14).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                 UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
              MOVE SPACES TO REPORT-LINE
              MOVE "AGENCE " TO REPORT-LINE(1:7)
              MOVE WS-B-BRANCH(WS-BRANCH-IDX) TO REPORT-LINE(8:2)
              MOVE 14 TO WS-LINE-POS
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > 8
                 MOVE WS-B-RECEIVED(WS-BRANCH-IDX, WS-CAT-IDX)
                    TO WS-CELL-EDIT
                 MOVE WS-CELL-EDIT TO REPORT-LINE(WS-LINE-POS:4)
                 ADD 6 TO WS-LINE-POS
              END-PERFORM
              MOVE WS-B-TOTAL(WS-BRANCH-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(WS-LINE-POS + 2:4)
              MOVE WS-B-ANSWER-LATE(WS-BRANCH-IDX) TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO REPORT-LINE(WS-LINE-POS + 10:4)
              WRITE REPORT-LINE
           END-PERFORM.
           IF WS-BRANCH-COUNT = 0 THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUNE RECLAMATION RECUE SUR LE TRIMESTRE"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       END PROGRAM ComplaintQuarterly.
