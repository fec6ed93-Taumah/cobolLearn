       IDENTIFICATION DIVISION.
       PROGRAM-ID. SegregationReview.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-LINKS ASSIGN TO '../../data/stafflink.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SL-KEY
              FILE STATUS IS STAFF-LINKS-FS.

           SELECT DISPUTE-RECORDS ASSIGN TO '../../data/dispute.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-ID
              FILE STATUS IS DISPUTE-RECORDS-FS.

           SELECT FRAUD-CASES ASSIGN TO '../../data/fraudcase.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-ID
              FILE STATUS IS FRAUD-CASES-FS.

           SELECT PENDING-APPROVALS ASSIGN TO
                 '../../data/pendappr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PA-ID
              FILE STATUS IS PENDING-APPROVALS-FS.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TELLER-AUDIT-FS.

           SELECT ACCESS-LOG ASSIGN TO WS-ACCESSLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCESS-LOG-FS.

      *  For internal audit only: every hit with the rows that
      *  prove it, so the auditor starts from evidence rather than
      *  from a name.
           SELECT SOD-REPORT ASSIGN TO '../../data/sodaudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STAFF-LINKS.
       COPY "STAFFLINK.cpy".

       FD DISPUTE-RECORDS.
       COPY "DISPUTREC.cpy".

       FD FRAUD-CASES.
       COPY "FRAUDCASE.cpy".

       FD PENDING-APPROVALS.
       COPY "APPROVREC.cpy".

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       FD ACCESS-LOG.
       01 ACCESS-LOG-RECORD.
           03 AL-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 AL-OPERATOR-ID PIC 9(6).
           03 FILLER PIC X.
           03 AL-CUSTOMER-PIN PIC 9(4).
           03 FILLER PIC X.
           03 AL-PROGRAM PIC X(20).
           03 FILLER PIC X.
           03 AL-BRANCH PIC X(2).

       FD SOD-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 STAFF-LINKS-FS PIC XX.
       01 DISPUTE-RECORDS-FS PIC XX.
       01 FRAUD-CASES-FS PIC XX.
       01 PENDING-APPROVALS-FS PIC XX.
       01 TELLER-AUDIT-FS PIC XX.
       01 ACCESS-LOG-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The week under review ends on the business date; SOD_DAYS
      *  widens it for a catch-up or a targeted look back.
       01 WS-REVIEW-DAYS PIC 9(4) VALUE 7.
       01 WS-FROM-DATE PIC 9(8).

      *  Every employee-to-customer link, held in memory so each
      *  row of the files scanned costs a table search.
       01 WS-LINK-TABLE.
           03 WS-LINK-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-LINK-IDX.
               05 WS-L-EMP-ID PIC 9(6).
               05 WS-L-CUSTOMER-ID PIC 9(4).
               05 WS-L-RELATION PIC X.
       01 WS-LINK-COUNT PIC 9(3) VALUE 0.

       01 WS-CHECK-OPERATOR PIC 9(6).
       01 WS-CHECK-CUSTOMER PIC 9(4).
       01 WS-LINK-FOUND PIC X.
       01 WS-LINK-RELATION PIC X.
       01 WS-RELATION-LABEL PIC X(9).

      *  The teller audit is free text: the operator and the
      *  customer are found after their tags.
       01 WS-SCAN-TAG PIC X(12).
       01 WS-SCAN-TAG-LEN PIC 9(2).
       01 WS-SCAN-POS PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-AUDIT-OPERATOR PIC X(6).
       01 WS-AUDIT-CUSTOMER PIC X(4).
       01 WS-AUDIT-DATE PIC X(8).

       01 WS-SECTION-HITS PIC 9(5).
       01 WS-TOTAL-HITS PIC 9(5) VALUE 0.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-ACCESSLOG-PATH PIC X(100)
           VALUE "../../data/accesslog.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-ACCESSLOG-PATH FROM ENVIRONMENT "ACCESSLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-REVIEW-DAYS FROM ENVIRONMENT "SOD_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-REVIEW-DAYS
              + 1).

           PERFORM LOAD-STAFF-LINKS.

           OPEN OUTPUT SOD-REPORT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CONFIDENTIEL - AUDIT INTERNE - DIFFUSION RESTREINTE"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEPARATION DES TACHES ET COMPTES DU PERSONNEL DU "
              WS-FROM-DATE " AU " WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATTACHEMENTS SALARIE-CLIENT CONNUS=" WS-LINK-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM REVIEW-DISPUTES.
           PERFORM REVIEW-FRAUD-CASES.
           PERFORM REVIEW-APPROVALS.
           PERFORM REVIEW-TELLER-AUDIT.
           PERFORM REVIEW-ACCESS-LOG.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL SIGNALEMENTS=" WS-TOTAL-HITS
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SOD-REPORT.

           DISPLAY "Separation des taches : " WS-TOTAL-HITS
              " signalement(s) pour l'audit interne".
           STOP RUN.

       LOAD-STAFF-LINKS.
           OPEN INPUT STAFF-LINKS.
           IF STAFF-LINKS-FS NOT = "00" THEN
              DISPLAY "Aucun rattachement salarie-client : seuls "
                 "les cumuls de fonctions sont controles"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STAFF-LINKS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-LINK-COUNT < 500 THEN
                       ADD 1 TO WS-LINK-COUNT
                       SET WS-LINK-IDX TO WS-LINK-COUNT
                       MOVE SL-EMP-ID TO WS-L-EMP-ID(WS-LINK-IDX)
                       MOVE SL-CUSTOMER-ID
                          TO WS-L-CUSTOMER-ID(WS-LINK-IDX)
                       MOVE SL-RELATION TO WS-L-RELATION(WS-LINK-IDX)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STAFF-LINKS.

      *    Is WS-CHECK-CUSTOMER the operator themselves or one of
      *    their family?
       CHECK-STAFF-LINK.
           MOVE 'N' TO WS-LINK-FOUND.
           IF WS-CHECK-OPERATOR = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
                    OR WS-LINK-FOUND = 'Y'
              IF WS-L-EMP-ID(WS-LINK-IDX) = WS-CHECK-OPERATOR
                    AND WS-L-CUSTOMER-ID(WS-LINK-IDX)
                       = WS-CHECK-CUSTOMER THEN
                 MOVE 'Y' TO WS-LINK-FOUND
                 MOVE WS-L-RELATION(WS-LINK-IDX) TO WS-LINK-RELATION
              END-IF
           END-PERFORM.
           IF WS-LINK-RELATION = 'T' THEN
              MOVE "LUI-MEME" TO WS-RELATION-LABEL
           ELSE
              MOVE "FAMILLE" TO WS-RELATION-LABEL
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SECTION-TOTAL.
           ADD WS-SECTION-HITS TO WS-TOTAL-HITS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SIGNALEMENTS=" WS-SECTION-HITS
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    A case opened and decided by the same operator never had
      *    a second pair of eyes; nor did one about the operator's
      *    own or a relative's account.
       REVIEW-DISPUTES.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "LITIGES (dispute.dat)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT DISPUTE-RECORDS.
           IF DISPUTE-RECORDS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DISPUTE-RECORDS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF DP-OPENED-DATE >= WS-FROM-DATE
                             OR DP-CLOSED-DATE >= WS-FROM-DATE THEN
                          PERFORM CHECK-ONE-DISPUTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-RECORDS
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-DISPUTE.
           IF DP-DECIDED-BY NOT = 0
                 AND DP-DECIDED-BY = DP-OPENED-BY THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  CUMUL litige " DP-ID
                 " ouvert et tranche par l'operateur " DP-OPENED-BY
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-DISPUTE-EVIDENCE
           END-IF.
           MOVE DP-PIN TO WS-CHECK-CUSTOMER.
           MOVE DP-OPENED-BY TO WS-CHECK-OPERATOR.
           PERFORM CHECK-STAFF-LINK.
           IF WS-LINK-FOUND = 'N' THEN
              MOVE DP-DECIDED-BY TO WS-CHECK-OPERATOR
              PERFORM CHECK-STAFF-LINK
           END-IF.
           IF WS-LINK-FOUND = 'Y' THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  COMPTE DU PERSONNEL litige " DP-ID
                 " client " DP-PIN " traite par l'operateur "
                 WS-CHECK-OPERATOR " (" WS-RELATION-LABEL ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-DISPUTE-EVIDENCE
           END-IF.

       WRITE-DISPUTE-EVIDENCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    PIECE dispute.dat " DISPUTE-RECORD
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REVIEW-FRAUD-CASES.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "DOSSIERS DE FRAUDE (fraudcase.dat)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT FRAUD-CASES.
           IF FRAUD-CASES-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FRAUD-CASES NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF FC-OPENED-DATE >= WS-FROM-DATE
                             OR FC-CLOSED-DATE >= WS-FROM-DATE THEN
                          PERFORM CHECK-ONE-FRAUD-CASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRAUD-CASES
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-FRAUD-CASE.
           IF FC-DECIDED-BY NOT = 0
                 AND FC-DECIDED-BY = FC-OPENED-BY THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  CUMUL dossier " FC-ID
                 " ouvert et tranche par l'operateur " FC-OPENED-BY
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-FRAUD-EVIDENCE
           END-IF.
           MOVE FC-CUSTOMER-PIN TO WS-CHECK-CUSTOMER.
           MOVE FC-OPENED-BY TO WS-CHECK-OPERATOR.
           PERFORM CHECK-STAFF-LINK.
           IF WS-LINK-FOUND = 'N' THEN
              MOVE FC-DECIDED-BY TO WS-CHECK-OPERATOR
              PERFORM CHECK-STAFF-LINK
           END-IF.
           IF WS-LINK-FOUND = 'Y' THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  COMPTE DU PERSONNEL dossier " FC-ID
                 " client " FC-CUSTOMER-PIN " traite par l'operateur "
                 WS-CHECK-OPERATOR " (" WS-RELATION-LABEL ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-FRAUD-EVIDENCE
           END-IF.

       WRITE-FRAUD-EVIDENCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    PIECE fraudcase.dat " FRAUD-CASE-RECORD
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    ApprovalRelease refuses a self-release today; a row
      *    decided by its own requester means that check was got
      *    round, and is exactly what audit wants to see.
       REVIEW-APPROVALS.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "AJUSTEMENTS SOUMIS A VISA (pendappr.dat)"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PENDING-APPROVALS.
           IF PENDING-APPROVALS-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ PENDING-APPROVALS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF PA-REQUEST-DATE >= WS-FROM-DATE
                             OR PA-IS-PENDING THEN
                          PERFORM CHECK-ONE-APPROVAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-APPROVALS
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-APPROVAL.
           IF NOT PA-IS-PENDING AND PA-DECIDED-BY NOT = 0
                 AND PA-DECIDED-BY = PA-REQUESTED-BY THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  AUTO-VISA demande " PA-ID
                 " demandee et visee par l'operateur "
                 PA-REQUESTED-BY
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-APPROVAL-EVIDENCE
           END-IF.
           MOVE PA-PIN TO WS-CHECK-CUSTOMER.
           MOVE PA-REQUESTED-BY TO WS-CHECK-OPERATOR.
           PERFORM CHECK-STAFF-LINK.
           IF WS-LINK-FOUND = 'N' THEN
              MOVE PA-DECIDED-BY TO WS-CHECK-OPERATOR
              PERFORM CHECK-STAFF-LINK
           END-IF.
           IF WS-LINK-FOUND = 'Y' THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  COMPTE DU PERSONNEL demande " PA-ID
                 " compte " PA-PIN "-" PA-ACCT-NO
                 " traitee par l'operateur "
                 WS-CHECK-OPERATOR " (" WS-RELATION-LABEL ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM WRITE-APPROVAL-EVIDENCE
           END-IF.

       WRITE-APPROVAL-EVIDENCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    PIECE pendappr.dat " PENDING-APPROVAL-RECORD
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Every desk logs its maintenance with the account or
      *    customer it touched and the operator who did it; the
      *    release of an adjustment names the decider instead.
       REVIEW-TELLER-AUDIT.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "MAINTENANCE AU GUICHET (telleraudit.dat)"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT TELLER-AUDIT.
           IF TELLER-AUDIT-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TELLER-AUDIT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-ONE-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE TELLER-AUDIT
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-AUDIT-LINE.
           MOVE " le=" TO WS-SCAN-TAG.
           MOVE 4 TO WS-SCAN-TAG-LEN.
           PERFORM FIND-AUDIT-TAG.
           IF WS-SCAN-POS = 0 OR WS-SCAN-POS > 83 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE TELLER-AUDIT-LINE(WS-SCAN-POS:8) TO WS-AUDIT-DATE.
           IF WS-AUDIT-DATE IS NOT NUMERIC
                 OR WS-AUDIT-DATE < WS-FROM-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE "operateur=" TO WS-SCAN-TAG.
           MOVE 10 TO WS-SCAN-TAG-LEN.
           PERFORM FIND-AUDIT-TAG.
           IF WS-SCAN-POS = 0 THEN
              MOVE "decideur=" TO WS-SCAN-TAG
              MOVE 9 TO WS-SCAN-TAG-LEN
              PERFORM FIND-AUDIT-TAG
           END-IF.
           IF WS-SCAN-POS = 0 OR WS-SCAN-POS > 85 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE TELLER-AUDIT-LINE(WS-SCAN-POS:6) TO WS-AUDIT-OPERATOR.

           MOVE "compte=" TO WS-SCAN-TAG.
           MOVE 7 TO WS-SCAN-TAG-LEN.
           PERFORM FIND-AUDIT-TAG.
           IF WS-SCAN-POS = 0 THEN
              MOVE "client=" TO WS-SCAN-TAG
              PERFORM FIND-AUDIT-TAG
           END-IF.
           IF WS-SCAN-POS = 0 OR WS-SCAN-POS > 87 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE TELLER-AUDIT-LINE(WS-SCAN-POS:4) TO WS-AUDIT-CUSTOMER.

           IF WS-AUDIT-OPERATOR IS NOT NUMERIC
                 OR WS-AUDIT-CUSTOMER IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUDIT-OPERATOR TO WS-CHECK-OPERATOR.
           MOVE WS-AUDIT-CUSTOMER TO WS-CHECK-CUSTOMER.
           PERFORM CHECK-STAFF-LINK.
           IF WS-LINK-FOUND = 'Y' THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  COMPTE DU PERSONNEL client "
                 WS-CHECK-CUSTOMER " maintenu par l'operateur "
                 WS-CHECK-OPERATOR " (" WS-RELATION-LABEL ") le "
                 WS-AUDIT-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "    PIECE telleraudit.dat " TELLER-AUDIT-LINE
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.

      *    Leaves WS-SCAN-POS on the first character after the tag,
      *    or zero when the line does not carry it.
       FIND-AUDIT-TAG.
           MOVE 0 TO WS-SCAN-POS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > 90 - WS-SCAN-TAG-LEN
                    OR WS-SCAN-POS NOT = 0
              IF TELLER-AUDIT-LINE(WS-SCAN-IDX:WS-SCAN-TAG-LEN)
                    = WS-SCAN-TAG(1:WS-SCAN-TAG-LEN) THEN
                 COMPUTE WS-SCAN-POS = WS-SCAN-IDX + WS-SCAN-TAG-LEN
              END-IF
           END-PERFORM.

      *    Looking is not acting, but an operator browsing their
      *    own or a relative's file is still a question to put.
       REVIEW-ACCESS-LOG.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "CONSULTATIONS (accesslog.dat)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ACCESS-LOG.
           IF ACCESS-LOG-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ACCESS-LOG
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AL-DATETIME(1:8) >= WS-FROM-DATE
                             AND AL-OPERATOR-ID NOT = 0 THEN
                          PERFORM CHECK-ONE-ACCESS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCESS-LOG
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-ACCESS.
           MOVE AL-OPERATOR-ID TO WS-CHECK-OPERATOR.
           MOVE AL-CUSTOMER-PIN TO WS-CHECK-CUSTOMER.
           PERFORM CHECK-STAFF-LINK.
           IF WS-LINK-FOUND = 'Y' THEN
              ADD 1 TO WS-SECTION-HITS
              MOVE SPACES TO REPORT-LINE
              STRING "  COMPTE DU PERSONNEL client "
                 WS-CHECK-CUSTOMER " consulte par l'operateur "
                 WS-CHECK-OPERATOR " (" WS-RELATION-LABEL ") via "
                 AL-PROGRAM
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "    PIECE accesslog.dat " ACCESS-LOG-RECORD
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.

       END PROGRAM SegregationReview.
