       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChangeHistory.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-CHANGES ASSIGN TO
                 '../../data/refchange.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RV-ID
              FILE STATUS IS REFERENCE-CHANGES-FS.

      *  Who changed what and when, one section per reference file,
      *  for the auditors.
           SELECT HISTORY-REPORT ASSIGN TO '../../data/refhist.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD REFERENCE-CHANGES.
       COPY "REFCHG.cpy".

       FD HISTORY-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 REFERENCE-CHANGES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

      *  The reference files in report order.
       01 WS-FILE-LIST.
           03 FILLER PIC X(8) VALUE "PRODUITS".
           03 FILLER PIC X(8) VALUE "CONDPROD".
           03 FILLER PIC X(8) VALUE "TAUX".
           03 FILLER PIC X(8) VALUE "TRANCHES".
           03 FILLER PIC X(8) VALUE "VELOCITE".
           03 FILLER PIC X(8) VALUE "FACTUREU".
           03 FILLER PIC X(8) VALUE "FERIES".
           03 FILLER PIC X(8) VALUE "TERMINAU".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           03 WS-FILE-NAME PIC X(8) OCCURS 8 TIMES.
       01 WS-FILE-IDX PIC 9(2).

      *  REFHIST_FILE names one file to report on; blank, all of
      *  them.
       01 WS-ONLY-FILE PIC X(8) VALUE SPACES.

       01 WS-FILE-COUNT PIC 9(5).
       01 WS-TOTAL-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-ONLY-FILE FROM ENVIRONMENT "REFHIST_FILE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           OPEN OUTPUT HISTORY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HISTORIQUE DES MODIFICATIONS DE REFERENTIELS AU "
              FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT REFERENCE-CHANGES.
           IF REFERENCE-CHANGES-FS NOT = "00" THEN
              MOVE SPACES TO REPORT-LINE
              MOVE "AUCUNE MODIFICATION ENREGISTREE" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REFERENCE-CHANGES
              CLOSE HISTORY-REPORT
              DISPLAY "Aucune modification de referentiel"
              STOP RUN
           END-IF.
           CLOSE REFERENCE-CHANGES.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > 8
              IF WS-ONLY-FILE = SPACES
                    OR WS-ONLY-FILE = WS-FILE-NAME(WS-FILE-IDX) THEN
                 PERFORM REPORT-ONE-FILE
              END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL MODIFICATIONS=" WS-TOTAL-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE HISTORY-REPORT.

           DISPLAY "Historique des referentiels : " WS-TOTAL-COUNT
              " modification(s)".
           STOP RUN.

      *    One pass of the change file per reference file, in the
      *    order the changes were proposed.
       REPORT-ONE-FILE.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FICHIER " WS-FILE-NAME(WS-FILE-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT REFERENCE-CHANGES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REFERENCE-CHANGES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RV-FILE = WS-FILE-NAME(WS-FILE-IDX) THEN
                       PERFORM WRITE-ONE-CHANGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REFERENCE-CHANGES.

           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-FILE-NAME(WS-FILE-IDX)
              " MODIFICATIONS=" WS-FILE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-CHANGE.
           ADD 1 TO WS-FILE-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " RV-ID
              " LE " RV-REQUEST-DATE " " RV-REQUEST-TIME
              " " RV-ACTION
              " CLE " RV-KEY
              " PAR " RV-MAKER
              " VAL " RV-CHECKER
              " DEC " RV-DECIDED-DATE
              " EFF " RV-EFFECTIVE-DATE
              " APP " RV-APPLIED-DATE
              " ST " RV-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    A terminal profile runs past the line; the rest of
      *    the image follows on a continuation line.
           MOVE SPACES TO REPORT-LINE.
           STRING "      AVANT " RV-BEFORE(1:110)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RV-BEFORE(111:60) NOT = SPACES THEN
              MOVE SPACES TO REPORT-LINE
              STRING "            " RV-BEFORE(111:60)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "      APRES " RV-AFTER(1:110)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RV-AFTER(111:60) NOT = SPACES THEN
              MOVE SPACES TO REPORT-LINE
              STRING "            " RV-AFTER(111:60)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       END PROGRAM RefChangeHistory.
