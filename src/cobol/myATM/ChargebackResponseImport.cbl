       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackResponseImport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The network's answers on our chargebacks: acceptance by
      *  the acquirer, second presentment, arbitration ruling.
      *  Header, details, trailer with control totals; nothing is
      *  applied until the totals prove.
           SELECT RESPONSE-FILE ASSIGN TO '../../data/netrepres.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESPONSE-FS.

           SELECT CHARGEBACK-RECORDS ASSIGN TO
                 '../../data/chgback.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CK-ID
              FILE STATUS IS CHARGEBACK-RECORDS-FS.

      *  What each response did to its case, for the desk's
      *  morning review.
           SELECT RESPONSE-REPORT ASSIGN TO
                 '../../data/represreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD RESPONSE-FILE.
       01 RESPONSE-LINE PIC X(60).

       FD CHARGEBACK-RECORDS.
       COPY "CHGBACK.cpy".

       FD RESPONSE-REPORT.
       01 RESPONSE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 RESPONSE-FS PIC XX.
       01 CHARGEBACK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  The detail line as the network cuts it. Response: A the
      *  acquirer accepts the chargeback, P second presentment,
      *  G arbitration granted to us, D arbitration denied.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X.
           03 WS-DTL-CASE-ID PIC 9(6).
           03 WS-DTL-RESPONSE PIC X.
              88 WS-DTL-ACCEPTED VALUE 'A'.
              88 WS-DTL-REPRESENTED VALUE 'P'.
              88 WS-DTL-ARBITRATION-WON VALUE 'G'.
              88 WS-DTL-ARBITRATION-LOST VALUE 'D'.
           03 WS-DTL-AMOUNT PIC 9(7)V99.
           03 WS-DTL-DATE PIC 9(8).
           03 WS-DTL-REPRES-REASON PIC X(4).
           03 FILLER PIC X(31).

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(39).

       01 WS-SEEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SEEN-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-FILE-COUNT PIC 9(7).
       01 WS-FILE-AMOUNT PIC 9(11)V99.

       01 WS-WON-COUNT PIC 9(5) VALUE 0.
       01 WS-LOST-COUNT PIC 9(5) VALUE 0.
       01 WS-REPRES-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(30).

      *  Decisions taken by the network's file carry no operator.
       01 WS-POST-OPERATOR PIC 9(6) VALUE 0.
       01 WS-POST-MODE PIC X.
       01 WS-POST-STATUS PIC 9.


      *  The processed-files register: one entry per delivery of
      *  this interface, keyed by date and sequence, so the same
      *  file presented twice is refused before a row is applied.
       01 WS-REG-INTERFACE PIC X(8) VALUE 'REPRES'.
       01 WS-REG-DATE PIC 9(8).
       01 WS-REG-SEQ PIC 9(6) VALUE 1.
       01 WS-REG-SEQ-RAW PIC X(6) VALUE SPACES.
       01 WS-REG-COUNT PIC 9(7) VALUE 0.
       01 WS-REG-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM PROVE-CONTROL-TOTALS.
           IF WS-TRAILER-SEEN = 'N' THEN
              DISPLAY "Fichier de reponses sans chiffres de "
                 "controle, rien applique"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SEEN-COUNT NOT = WS-FILE-COUNT
                 OR WS-SEEN-AMOUNT NOT = WS-FILE-AMOUNT THEN
              DISPLAY "CHIFFRES DE CONTROLE EN ECART : lus "
                 WS-SEEN-COUNT "/" WS-SEEN-AMOUNT
                 " annonces " WS-FILE-COUNT "/" WS-FILE-AMOUNT
              DISPLAY "Rien applique"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CHARGEBACK-RECORDS.
           IF CHARGEBACK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun dossier d'impaye, reponses non "
                 "appliquees"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Reserved only once every precondition holds: a run
      *    that dies on a missing master must stay retryable,
      *    not already registered with nothing posted.
           MOVE WS-FILE-COUNT TO WS-REG-COUNT.
           MOVE WS-FILE-AMOUNT TO WS-REG-AMOUNT.
           PERFORM REGISTER-THIS-FILE.

           OPEN INPUT RESPONSE-FILE.
           OPEN OUTPUT RESPONSE-REPORT.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           STRING "REPONSES RESEAU SUR IMPAYES " WS-TODAY
              DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           END-STRING.
           WRITE RESPONSE-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RESPONSE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RESPONSE-LINE(1:1) = '2' THEN
                       MOVE RESPONSE-LINE TO WS-DETAIL-RECORD
                       PERFORM APPLY-ONE-RESPONSE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE RESPONSE-FILE.
           CLOSE CHARGEBACK-RECORDS.
           CLOSE RESPONSE-REPORT.

           PERFORM FINALIZE-FILE-REGISTER.

           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY WS-WON-COUNT " dossier(s) gagne(s), "
              WS-LOST-COUNT " perdu(s), "
              WS-REPRES-COUNT " seconde(s) presentation(s), "
              WS-REJECT-COUNT " reponse(s) en anomalie".

           STOP RUN.

      *    The register is consulted and reserved before anything
      *    is applied; an exact re-presentation stops here, a
      *    skipped sequence number is called out loudly.
       REGISTER-THIS-FILE.
           ACCEPT WS-REG-SEQ-RAW FROM ENVIRONMENT "REPRES_SEQ"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-REG-SEQ-RAW IS NUMERIC THEN
              MOVE WS-REG-SEQ-RAW TO WS-REG-SEQ
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REG-DATE.
           MOVE 'C' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.
           IF WS-REG-STATUS = 1 THEN
              DISPLAY "FICHIER DEJA TRAITE (sequence " WS-REG-SEQ
                 "), chargement refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REG-STATUS = 2 THEN
              DISPLAY "ALERTE : trou dans les numeros de sequence "
                 "de cette interface"
           END-IF.

       FINALIZE-FILE-REGISTER.
           MOVE 'F' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.


      *    The first pass only counts: a re-transmitted or
      *    truncated file never touches a case.
       PROVE-CONTROL-TOTALS.
           OPEN INPUT RESPONSE-FILE.
           IF RESPONSE-FS NOT = "00" THEN
              DISPLAY "Aucun fichier de reponses a traiter"
              CLOSE RESPONSE-FILE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RESPONSE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE RESPONSE-LINE(1:1)
                       WHEN '2'
                          MOVE RESPONSE-LINE TO WS-DETAIL-RECORD
                          ADD 1 TO WS-SEEN-COUNT
                          ADD WS-DTL-AMOUNT TO WS-SEEN-AMOUNT
                       WHEN '3'
                          MOVE RESPONSE-LINE TO WS-TRAILER-RECORD
                          MOVE WS-TRL-COUNT TO WS-FILE-COUNT
                          MOVE WS-TRL-AMOUNT-HASH
                             TO WS-FILE-AMOUNT
                          MOVE 'Y' TO WS-TRAILER-SEEN
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.

      *    A response must find its case at the stage it answers:
      *    acceptance or second presentment on a chargeback sent,
      *    a ruling on an arbitration sent. Anything else is left
      *    for the desk on the report.
       APPLY-ONE-RESPONSE.
           MOVE WS-DTL-CASE-ID TO CK-ID.
           READ CHARGEBACK-RECORDS
              INVALID KEY
                 MOVE "DOSSIER INCONNU" TO WS-REJECT-REASON
                 PERFORM REPORT-REJECTED-RESPONSE
                 EXIT PARAGRAPH
           END-READ.
           IF WS-DTL-AMOUNT NOT = CK-AMOUNT THEN
              MOVE "MONTANT DIFFERENT DU DOSSIER" TO WS-REJECT-REASON
              PERFORM REPORT-REJECTED-RESPONSE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN WS-DTL-ACCEPTED AND CK-IS-SENT
                 PERFORM SETTLE-WON-CASE
              WHEN WS-DTL-REPRESENTED AND CK-IS-SENT
                 MOVE 'P' TO CK-STAGE
                 MOVE WS-DTL-DATE TO CK-REPRES-DATE
                 MOVE WS-DTL-REPRES-REASON TO CK-REPRES-REASON
                 REWRITE CHARGEBACK-RECORD
                 ADD 1 TO WS-REPRES-COUNT
                 MOVE SPACES TO RESPONSE-REPORT-LINE
                 STRING "SECONDE PRESENTATION dossier=" CK-ID
                    " motif=" CK-REPRES-REASON
                    " a decider par le service"
                    DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                 END-STRING
                 WRITE RESPONSE-REPORT-LINE
              WHEN WS-DTL-ARBITRATION-WON AND CK-IS-IN-ARBITRATION
                 PERFORM SETTLE-WON-CASE
              WHEN WS-DTL-ARBITRATION-LOST AND CK-IS-IN-ARBITRATION
                 PERFORM SETTLE-LOST-CASE
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "REPONSE " WS-DTL-RESPONSE
                    " HORS ETAPE " CK-STAGE
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
                 PERFORM REPORT-REJECTED-RESPONSE
           END-EVALUATE.

       SETTLE-WON-CASE.
           MOVE 'W' TO WS-POST-MODE.
           CALL "PostChargeback" USING BY REFERENCE
              CHARGEBACK-RECORD WS-POST-MODE WS-POST-OPERATOR
              WS-POST-STATUS.
           IF WS-POST-STATUS NOT = 0 THEN
              MOVE "CREDIT CLIENT IMPOSSIBLE" TO WS-REJECT-REASON
              PERFORM REPORT-REJECTED-RESPONSE
              EXIT PARAGRAPH
           END-IF.
           REWRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-WON-COUNT.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           STRING "GAGNE dossier=" CK-ID " montant=" CK-AMOUNT
              DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           END-STRING.
           WRITE RESPONSE-REPORT-LINE.

      *    A provisional credit the account cannot return leaves
      *    the case lost but open, for the desk to recover.
       SETTLE-LOST-CASE.
           MOVE 'L' TO WS-POST-MODE.
           CALL "PostChargeback" USING BY REFERENCE
              CHARGEBACK-RECORD WS-POST-MODE WS-POST-OPERATOR
              WS-POST-STATUS.
           REWRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-LOST-COUNT.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           IF WS-POST-STATUS = 2 THEN
              STRING "PERDU dossier=" CK-ID " montant=" CK-AMOUNT
                 " reprise du provisoire a faire"
                 DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
              END-STRING
           ELSE
              STRING "PERDU dossier=" CK-ID " montant=" CK-AMOUNT
                 DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RESPONSE-REPORT-LINE.

       REPORT-REJECTED-RESPONSE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           STRING "ANOMALIE dossier=" WS-DTL-CASE-ID
              " reponse=" WS-DTL-RESPONSE
              " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           END-STRING.
           WRITE RESPONSE-REPORT-LINE.

       END PROGRAM ChargebackResponseImport.
