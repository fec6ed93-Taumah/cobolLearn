       IDENTIFICATION DIVISION.
       PROGRAM-ID. FicpResponseImport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The Banque de France answer to the day's consultations:
      *  one line per person we asked about, our customer id
      *  echoed back beside their FICP key.
           SELECT FICP-RESPONSES ASSIGN TO WS-FICP-RESPONSE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FICP-RESPONSES-FS.

      *  The latest answer per customer, read by the credit score.
           SELECT FICP-CONSULTATIONS ASSIGN TO
                 '../../data/ficpcons.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-CM-ID
              FILE STATUS IS FICP-CONSULTATIONS-FS.

      *  Lines that could not be loaded, with the reason.
           SELECT REJECT-REPORT ASSIGN TO '../../data/ficprej.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    Answer: O listed (inscrit), N not listed.
       FD FICP-RESPONSES.
       01 FICP-RESPONSE-RECORD.
           03 FR-CM-ID PIC X(4).
           03 FR-BDF-KEY PIC X(11).
           03 FR-ANSWER PIC X.
           03 FR-INCIDENT-DATE PIC X(8).
           03 FR-RESPONSE-DATE PIC X(8).

       FD FICP-CONSULTATIONS.
       COPY "FICPLIST.cpy".

       FD REJECT-REPORT.
       01 REJECT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 FICP-RESPONSES-FS PIC XX.
       01 FICP-CONSULTATIONS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-REJECT-REASON PIC X(30).
       01 WS-ROW-FOUND PIC X.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-CLEAR-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

       01 WS-FICP-RESPONSE-PATH PIC X(100)
           VALUE "../../data/ficprep.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-FICP-RESPONSE-PATH FROM ENVIRONMENT
              "FICP_RESPONSE_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           OPEN INPUT FICP-RESPONSES.
           IF FICP-RESPONSES-FS NOT = "00" THEN
              DISPLAY "Aucune reponse FICP a charger"
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-CONSULTATIONS.
           OPEN OUTPUT REJECT-REPORT.

           PERFORM UNTIL WS-EOF = 'Y'
              READ FICP-RESPONSES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-RESPONSE
              END-READ
           END-PERFORM.

           CLOSE FICP-RESPONSES.
           CLOSE FICP-CONSULTATIONS.
           CLOSE REJECT-REPORT.

           DISPLAY "Reponses FICP : " WS-READ-COUNT " lue(s), "
              WS-LISTED-COUNT " inscrit(s), " WS-CLEAR-COUNT
              " non inscrit(s), " WS-REJECT-COUNT " rejet(s)".
           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    ficpcons.dat may not exist yet; the first import
      *    creates it.
       OPEN-OR-CREATE-CONSULTATIONS.
           OPEN I-O FICP-CONSULTATIONS.
           IF FICP-CONSULTATIONS-FS = "35" THEN
              OPEN OUTPUT FICP-CONSULTATIONS
              CLOSE FICP-CONSULTATIONS
              OPEN I-O FICP-CONSULTATIONS
           END-IF.

      *    An older answer never overwrites a newer one already on
      *    file, so files loaded out of order leave the right view.
       LOAD-ONE-RESPONSE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN FR-CM-ID IS NOT NUMERIC
                 MOVE "IDENTIFIANT CLIENT INVALIDE"
                    TO WS-REJECT-REASON
              WHEN FR-ANSWER NOT = 'O' AND FR-ANSWER NOT = 'N'
                 MOVE "REPONSE INCONNUE" TO WS-REJECT-REASON
              WHEN FR-RESPONSE-DATE IS NOT NUMERIC
                 MOVE "DATE DE REPONSE INVALIDE" TO WS-REJECT-REASON
              WHEN FR-ANSWER = 'O'
                    AND FR-INCIDENT-DATE IS NOT NUMERIC
                 MOVE "DATE D'INCIDENT INVALIDE" TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM WRITE-ONE-REJECT
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-ROW-FOUND.
           MOVE FR-CM-ID TO FC-CM-ID.
           READ FICP-CONSULTATIONS
              INVALID KEY
                 MOVE 'N' TO WS-ROW-FOUND
           END-READ.
           IF WS-ROW-FOUND = 'Y' THEN
              IF FC-RESPONSE-DATE > FR-RESPONSE-DATE THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE FR-CM-ID TO FC-CM-ID.
           MOVE FR-RESPONSE-DATE TO FC-RESPONSE-DATE.
           IF FR-ANSWER = 'O' THEN
              MOVE 'Y' TO FC-LISTED
              MOVE FR-INCIDENT-DATE TO FC-INCIDENT-DATE
              ADD 1 TO WS-LISTED-COUNT
           ELSE
              MOVE 'N' TO FC-LISTED
              MOVE 0 TO FC-INCIDENT-DATE
              ADD 1 TO WS-CLEAR-COUNT
           END-IF.
           IF WS-ROW-FOUND = 'Y' THEN
              REWRITE FICP-CONSULTATION-RECORD
           ELSE
              WRITE FICP-CONSULTATION-RECORD
           END-IF.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-REPORT-LINE.
           STRING "REJET ligne " WS-READ-COUNT " client=" FR-CM-ID
              " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-REPORT-LINE
           END-STRING.
           WRITE REJECT-REPORT-LINE.

       END PROGRAM FicpResponseImport.
