       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwitchingMonitor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-CASES ASSIGN TO '../../data/switch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-ID
              FILE STATUS IS SWITCH-CASES-FS.

      *  The day's worklist for the switching desk: every case
      *  whose statutory date has passed with its step not done,
      *  and the requests still to send.
           SELECT SWITCH-WORKLIST ASSIGN TO
                 '../../data/switchmon.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SWITCH-CASES.
       COPY "SWITCHCASE.cpy".

       FD SWITCH-WORKLIST.
       01 WORKLIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCH-CASES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).

       01 WS-ITEM-LABEL PIC X(19).
       01 WS-ITEM-DATE PIC 9(8).

       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-TO-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-REQUEST-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-LIST-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSE-LATE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN OUTPUT SWITCH-WORKLIST.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "MOBILITE BANCAIRE - DOSSIERS EN COURS AU " WS-TODAY
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           OPEN INPUT SWITCH-CASES.
           IF SWITCH-CASES-FS NOT = "00" THEN
              MOVE SPACES TO WORKLIST-LINE
              MOVE "AUCUN DOSSIER DE MOBILITE" TO WORKLIST-LINE
              WRITE WORKLIST-LINE
              CLOSE SWITCH-CASES
              CLOSE SWITCH-WORKLIST
              DISPLAY "Aucun dossier de mobilite"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SWITCH-CASES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SW-IS-OPEN THEN
                       PERFORM CHECK-ONE-CASE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "EN COURS=" WS-OPEN-COUNT
              " A DEMANDER=" WS-TO-REQUEST-COUNT
              " DEMANDES EN RETARD=" WS-REQUEST-LATE-COUNT
              " LISTES EN RETARD=" WS-LIST-LATE-COUNT
              " CLOTURES=" WS-CLOSE-LATE-COUNT
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           CLOSE SWITCH-CASES.
           CLOSE SWITCH-WORKLIST.

           DISPLAY "Mobilite : " WS-OPEN-COUNT " dossier(s) en cours, "
              WS-REQUEST-LATE-COUNT " demande(s), "
              WS-LIST-LATE-COUNT " liste(s) et "
              WS-CLOSE-LATE-COUNT " cloture(s) en retard".
           IF WS-REQUEST-LATE-COUNT > 0 OR WS-LIST-LATE-COUNT > 0
                 OR WS-CLOSE-LATE-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    One line per case that needs the desk today: our own
      *    request to send or overdue, the old bank's list
      *    overdue (to chase them), or an old account past the
      *    closing date the customer chose with no confirmation.
       CHECK-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT.
           EVALUATE TRUE
              WHEN SW-IS-SIGNED AND WS-TODAY > SW-REQUEST-DUE-DATE
                 ADD 1 TO WS-REQUEST-LATE-COUNT
                 MOVE "DEMANDE EN RETARD" TO WS-ITEM-LABEL
                 MOVE SW-REQUEST-DUE-DATE TO WS-ITEM-DATE
              WHEN SW-IS-SIGNED
                 ADD 1 TO WS-TO-REQUEST-COUNT
                 MOVE "A DEMANDER" TO WS-ITEM-LABEL
                 MOVE SW-REQUEST-DUE-DATE TO WS-ITEM-DATE
              WHEN SW-IS-REQUESTED AND WS-TODAY > SW-LIST-DUE-DATE
                 ADD 1 TO WS-LIST-LATE-COUNT
                 MOVE "LISTE EN RETARD" TO WS-ITEM-LABEL
                 MOVE SW-LIST-DUE-DATE TO WS-ITEM-DATE
              WHEN SW-IS-SET-UP AND SW-CLOSE-DATE NOT = 0
                    AND WS-TODAY > SW-CLOSE-DATE
                 ADD 1 TO WS-CLOSE-LATE-COUNT
                 MOVE "CLOTURE A CONFIRMER" TO WS-ITEM-LABEL
                 MOVE SW-CLOSE-DATE TO WS-ITEM-DATE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING WS-ITEM-LABEL
              " " SW-ID
              " cli " SW-CM-ID
              " cpt " SW-PIN "-" SW-ACCT-NO
              " bq " SW-OLD-BANK
              " ech " WS-ITEM-DATE
              " signe " SW-SIGNED-DATE
              " par " SW-OPENED-BY
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       END PROGRAM SwitchingMonitor.
