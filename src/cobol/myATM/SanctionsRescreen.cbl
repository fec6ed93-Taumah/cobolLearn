              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  A business customer's beneficial owners are screened with
      *  it, their hits raised against the entity.
           SELECT LEGAL-ENTITIES ASSIGN TO '../../data/legalent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LE-CM-ID
              ALTERNATE RECORD KEY IS LE-SIREN
              FILE STATUS IS LEGAL-ENTITIES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD LEGAL-ENTITIES.
       COPY "LEGALENT.cpy".

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 LEGAL-ENTITIES-FS PIC XX.
       01 WS-OWNER-IDX PIC 9.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-SCREENED-COUNT PIC 9(5) VALUE 0.
              DISPLAY "Fichier client absent, aucun criblage"
              STOP RUN
           END-IF.
           OPEN INPUT LEGAL-ENTITIES.

           MOVE 0 TO CM-ID.
           START CUSTOMER-MASTER KEY IS > CM-ID
                    IF WS-SANCTION-HIT = 'Y' THEN
                       ADD 1 TO WS-HIT-COUNT
                    END-IF
                    PERFORM SCREEN-BENEFICIAL-OWNERS
              END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           CLOSE LEGAL-ENTITIES.

           DISPLAY WS-SCREENED-COUNT " client(s) cribles, "
              WS-HIT-COUNT " alerte(s) en file de revue".

           STOP RUN.

       SCREEN-BENEFICIAL-OWNERS.
           IF LEGAL-ENTITIES-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-ID TO LE-CM-ID.
           READ LEGAL-ENTITIES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > 4
              IF LE-OWNER-LAST-NAME(WS-OWNER-IDX) NOT = SPACES THEN
                 CALL "SanctionsScreen" USING BY REFERENCE
                    LE-CM-ID LE-OWNER-NAME(WS-OWNER-IDX)
                    LE-OWNER-LAST-NAME(WS-OWNER-IDX) WS-SANCTION-HIT
                 IF WS-SANCTION-HIT = 'Y' THEN
                    ADD 1 TO WS-HIT-COUNT
                 END-IF
              END-IF
           END-PERFORM.

       END PROGRAM SanctionsRescreen.
