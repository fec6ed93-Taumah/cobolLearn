       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChangeApply.

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

       DATA DIVISION.

       FILE SECTION.
       FD REFERENCE-CHANGES.
       COPY "REFCHG.cpy".

       WORKING-STORAGE SECTION.

       01 REFERENCE-CHANGES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-APPLY-STATUS PIC 9.

       01 WS-DUE-COUNT PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(7) VALUE 0.

       01 WS-STEP-NAME PIC X(20) VALUE "MODIF-REFERENTIEL".
       01 WS-NO-HASH PIC 9(11)V99 VALUE 0.
      *  A change that fails to apply stays on the report and in
      *  the history; it must not hold the rest of the chain.
       01 WS-MUST-BALANCE PIC X VALUE 'N'.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O REFERENCE-CHANGES.
           IF REFERENCE-CHANGES-FS NOT = "00" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.

      *    Approved changes whose effective date has come round,
      *    applied in the order they were proposed.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REFERENCE-CHANGES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RV-IS-APPROVED-WAITING
                          AND RV-EFFECTIVE-DATE <= WS-TODAY THEN
                       PERFORM APPLY-ONE-CHANGE
                    END-IF
              END-READ
           END-PERFORM.

           IF REFERENCE-CHANGES-FS NOT = "35" THEN
              CLOSE REFERENCE-CHANGES
           END-IF.

           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-DUE-COUNT WS-APPLIED-COUNT WS-NO-HASH
              WS-MUST-BALANCE.

           DISPLAY "Referentiels : " WS-DUE-COUNT " modification(s) "
              "a echeance, " WS-APPLIED-COUNT " appliquee(s), "
              WS-CONFLICT-COUNT " en conflit".
           STOP RUN.

       APPLY-ONE-CHANGE.
           ADD 1 TO WS-DUE-COUNT.
           CALL "ApplyReferenceChange" USING BY REFERENCE
              REFERENCE-CHANGE-RECORD WS-APPLY-STATUS.
           EVALUATE WS-APPLY-STATUS
              WHEN 0
                 MOVE 'A' TO RV-STATUS
                 MOVE WS-TODAY TO RV-APPLIED-DATE
                 ADD 1 TO WS-APPLIED-COUNT
                 DISPLAY "  Modification " RV-ID " " RV-FILE
                    " cle " RV-KEY " appliquee"
              WHEN 1
                 MOVE 'C' TO RV-STATUS
                 ADD 1 TO WS-CONFLICT-COUNT
                 DISPLAY "  Modification " RV-ID " " RV-FILE
                    " cle " RV-KEY " en conflit, non appliquee"
              WHEN OTHER
                 DISPLAY "  Modification " RV-ID " " RV-FILE
                    " cle " RV-KEY " : fichier indisponible, "
                    "reessayee demain"
           END-EVALUATE.
           REWRITE REFERENCE-CHANGE-RECORD.

       END PROGRAM RefChangeApply.
