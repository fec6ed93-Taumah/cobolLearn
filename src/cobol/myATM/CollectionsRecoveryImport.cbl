       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsRecoveryImport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The collections agency's monthly statement of what it got
      *  back on the loans we handed over. Header, details,
      *  trailer with control totals; nothing is posted until the
      *  totals prove.
           SELECT RECOVERY-FILE ASSIGN TO '../../data/agencyrec.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RECOVERY-FS.

           SELECT WRITE-OFFS ASSIGN TO '../../data/writeoff.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-LOAN-ID
              FILE STATUS IS WRITE-OFFS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  What each recovery line did, for the collections desk.
           SELECT RECOVERY-REPORT ASSIGN TO
                 '../../data/agencyreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD RECOVERY-FILE.
       01 RECOVERY-LINE PIC X(60).

       FD WRITE-OFFS.
       COPY "WRITEOFF.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD RECOVERY-REPORT.
       01 RECOVERY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 RECOVERY-FS PIC XX.
       01 WRITE-OFFS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  The detail line as the agency cuts it: the loan number
      *  we handed over, what was collected, and when.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X.
           03 WS-DTL-LOAN-ID PIC 9(6).
           03 WS-DTL-AMOUNT PIC 9(7)V99.
           03 WS-DTL-DATE PIC 9(8).
           03 FILLER PIC X(36).

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

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-BALANCE-LEFT PIC S9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

      *  The processed-files register: one entry per delivery of
      *  this interface, keyed by date and sequence, so the same
      *  file presented twice is refused before a row is applied.
       01 WS-REG-INTERFACE PIC X(8) VALUE 'AGENCYRC'.
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
              DISPLAY "Fichier de recouvrements sans chiffres de "
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

           OPEN I-O WRITE-OFFS.
           IF WRITE-OFFS-FS NOT = "00" THEN
              DISPLAY "Aucun pret passe en perte, recouvrements "
                 "non appliques"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Reserved only once every precondition holds: a run
      *    that dies on a missing master must stay retryable,
      *    not already registered with nothing posted.
           MOVE WS-FILE-COUNT TO WS-REG-COUNT.
           MOVE WS-FILE-AMOUNT TO WS-REG-AMOUNT.
           PERFORM REGISTER-THIS-FILE.

           OPEN INPUT RECOVERY-FILE.
           OPEN OUTPUT RECOVERY-REPORT.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "RECOUVREMENTS AGENCE SUR PRETS EN PERTE " WS-TODAY
              DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RECOVERY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RECOVERY-LINE(1:1) = '2' THEN
                       MOVE RECOVERY-LINE TO WS-DETAIL-RECORD
                       PERFORM APPLY-ONE-RECOVERY
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "TOTAL " WS-POSTED-COUNT " recouvrement(s) "
              WS-POSTED-AMOUNT " / " WS-REJECT-COUNT " anomalie(s)"
              DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

           CLOSE RECOVERY-FILE.
           CLOSE WRITE-OFFS.
           CLOSE RECOVERY-REPORT.

           PERFORM FINALIZE-FILE-REGISTER.

           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY WS-POSTED-COUNT " recouvrement(s) comptabilise(s)"
              " pour " WS-POSTED-AMOUNT ", "
              WS-REJECT-COUNT " ligne(s) en anomalie".

           STOP RUN.

      *    The register is consulted and reserved before anything
      *    is applied; an exact re-presentation stops here, a
      *    skipped sequence number is called out loudly.
       REGISTER-THIS-FILE.
           ACCEPT WS-REG-SEQ-RAW FROM ENVIRONMENT "AGENCYRC_SEQ"
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
      *    truncated file never touches a loan.
       PROVE-CONTROL-TOTALS.
           OPEN INPUT RECOVERY-FILE.
           IF RECOVERY-FS NOT = "00" THEN
              DISPLAY "Aucun fichier de recouvrements a traiter"
              CLOSE RECOVERY-FILE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RECOVERY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE RECOVERY-LINE(1:1)
                       WHEN '2'
                          MOVE RECOVERY-LINE TO WS-DETAIL-RECORD
                          ADD 1 TO WS-SEEN-COUNT
                          ADD WS-DTL-AMOUNT TO WS-SEEN-AMOUNT
                       WHEN '3'
                          MOVE RECOVERY-LINE TO WS-TRAILER-RECORD
                          MOVE WS-TRL-COUNT TO WS-FILE-COUNT
                          MOVE WS-TRL-AMOUNT-HASH
                             TO WS-FILE-AMOUNT
                          MOVE 'Y' TO WS-TRAILER-SEEN
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE RECOVERY-FILE.

      *    A recovery is taken only on a loan we wrote off and
      *    handed to the agency. Anything else is left for the
      *    desk on the report; a loan collected beyond what was
      *    written off is still posted, but flagged.
       APPLY-ONE-RECOVERY.
           MOVE WS-DTL-LOAN-ID TO WO-LOAN-ID.
           READ WRITE-OFFS
              INVALID KEY
                 MOVE "PRET INCONNU AU REGISTRE" TO WS-REJECT-REASON
                 PERFORM REPORT-REJECTED-RECOVERY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT WO-IS-WRITTEN-OFF THEN
              MOVE "PRET NON PASSE EN PERTE" TO WS-REJECT-REASON
              PERFORM REPORT-REJECTED-RECOVERY
              EXIT PARAGRAPH
           END-IF.
           IF NOT WO-IS-WITH-AGENCY THEN
              MOVE "PRET NON REMIS A L'AGENCE" TO WS-REJECT-REASON
              PERFORM REPORT-REJECTED-RECOVERY
              EXIT PARAGRAPH
           END-IF.
           IF WS-DTL-AMOUNT = 0 THEN
              MOVE "MONTANT NUL" TO WS-REJECT-REASON
              PERFORM REPORT-REJECTED-RECOVERY
              EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-RECOVERY-TRANLOG.
           ADD WS-DTL-AMOUNT TO WO-RECOVERED.
           MOVE WS-DTL-DATE TO WO-LAST-RECOVERY-DATE.
           REWRITE WRITE-OFF-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-DTL-AMOUNT TO WS-POSTED-AMOUNT.

           COMPUTE WS-BALANCE-LEFT = WO-AMOUNT - WO-RECOVERED.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           IF WS-BALANCE-LEFT < 0 THEN
              STRING "RECOUVRE pret=" WO-LOAN-ID
                 " montant=" WS-DTL-AMOUNT
                 " cumul=" WO-RECOVERED
                 " AU-DELA DE LA PERTE"
                 DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
              END-STRING
           ELSE
              STRING "RECOUVRE pret=" WO-LOAN-ID
                 " montant=" WS-DTL-AMOUNT
                 " cumul=" WO-RECOVERED
                 DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RECOVERY-REPORT-LINE.

      *    Recovery income against what the agency now owes us;
      *    the customer's current account is not touched.
       WRITE-RECOVERY-TRANLOG.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE 0 TO TL-PIN.
           MOVE 0 TO TL-ACCT-NO.
           MOVE "RCVY" TO TL-TYPE.
           MOVE WS-DTL-AMOUNT TO TL-AMOUNT.
           MOVE 0 TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE WO-BRANCH TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       REPORT-REJECTED-RECOVERY.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "ANOMALIE pret=" WS-DTL-LOAN-ID
              " montant=" WS-DTL-AMOUNT
              " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

       END PROGRAM CollectionsRecoveryImport.
