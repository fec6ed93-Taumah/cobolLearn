       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintAging.

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

      *  The day's worklist for the complaint handlers: every
      *  acknowledgement or answer past its legal date, and the
      *  answers about to fall due.
           SELECT AGING-WORKLIST ASSIGN TO
                 '../../data/complaintaging.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD COMPLAINTS.
       COPY "COMPLAINT.cpy".

       FD AGING-WORKLIST.
       01 WORKLIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 COMPLAINTS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

      *  Days ahead of the answer date a complaint starts to
      *  show on the worklist. Per-deployment override like the
      *  other batch windows.
       01 WS-WARN-DAYS PIC 9(3) VALUE 10.
       01 WS-WARN-RAW PIC X(3) VALUE SPACES.
       01 WS-WARN-DATE PIC 9(8).

       01 WS-AGE-DAYS PIC 9(5).
       01 WS-ITEM-LABEL PIC X(14).

       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-ACK-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-ANSWER-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-WARN-RAW FROM ENVIRONMENT "COMPLAINT_WARN_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-WARN-RAW IS NUMERIC THEN
              MOVE WS-WARN-RAW TO WS-WARN-DAYS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-WARN-DAYS).

           OPEN OUTPUT AGING-WORKLIST.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "RECLAMATIONS EN COURS AU " WS-TODAY
              " (ECHEANCES AVANT LE " WS-WARN-DATE ")"
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           OPEN INPUT COMPLAINTS.
           IF COMPLAINTS-FS NOT = "00" THEN
              MOVE SPACES TO WORKLIST-LINE
              MOVE "AUCUNE RECLAMATION ENREGISTREE" TO WORKLIST-LINE
              WRITE WORKLIST-LINE
              CLOSE COMPLAINTS
              CLOSE AGING-WORKLIST
              DISPLAY "Aucune reclamation enregistree"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COMPLAINTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CP-IS-OPEN THEN
                       PERFORM AGE-ONE-COMPLAINT
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "EN COURS=" WS-OPEN-COUNT
              " ACCUSES EN RETARD=" WS-ACK-LATE-COUNT
              " REPONSES EN RETARD=" WS-ANSWER-LATE-COUNT
              " A ECHEANCE=" WS-DUE-SOON-COUNT
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           CLOSE COMPLAINTS.
           CLOSE AGING-WORKLIST.

           DISPLAY "Reclamations : " WS-OPEN-COUNT " en cours, "
              WS-ACK-LATE-COUNT " accuse(s) et "
              WS-ANSWER-LATE-COUNT " reponse(s) en retard".
           IF WS-ACK-LATE-COUNT > 0 OR WS-ANSWER-LATE-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    One line per complaint that needs a handler today, the
      *    worst state first: an answer overdue outranks a missing
      *    acknowledgement, which outranks an answer falling due.
       AGE-ONE-COMPLAINT.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(CP-RECEIVED-DATE).
           EVALUATE TRUE
              WHEN WS-TODAY > CP-ANSWER-DUE-DATE
                 ADD 1 TO WS-ANSWER-LATE-COUNT
                 MOVE "REPONSE RETARD" TO WS-ITEM-LABEL
              WHEN CP-IS-RECEIVED AND WS-TODAY > CP-ACK-DUE-DATE
                 ADD 1 TO WS-ACK-LATE-COUNT
                 MOVE "ACCUSE RETARD " TO WS-ITEM-LABEL
              WHEN CP-ANSWER-DUE-DATE <= WS-WARN-DATE
                 ADD 1 TO WS-DUE-SOON-COUNT
                 MOVE "A ECHEANCE    " TO WS-ITEM-LABEL
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING WS-ITEM-LABEL
              " " CP-ID
              " cli " CP-CM-ID
              " ag " CP-BRANCH
              " mot " CP-CATEGORY
              " age " WS-AGE-DAYS "j"
              " acc " CP-ACK-DUE-DATE
              " rep " CP-ANSWER-DUE-DATE
              " par " CP-ASSIGNED-TO
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       END PROGRAM ComplaintAging.
