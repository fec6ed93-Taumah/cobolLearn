       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetRegister.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSETS ASSIGN TO '../../data/fixasset.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-ID
              FILE STATUS IS FIXED-ASSETS-FS.

      *  The branch names, for readable headings.
           SELECT BRANCH-RECORDS ASSIGN TO '../../data/branch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-CODE
              FILE STATUS IS BRANCH-RECORDS-FS.

      *  The asset accounts as the ledger carries them, to prove the
      *  register against.
           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

      *  Net book value of the assets in service, branch by branch,
      *  filed in the report repository with each branch's copy.
           SELECT REGISTER-REPORT ASSIGN TO '../../data/immoreg.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIXED-ASSETS.
       COPY "FIXASSET.cpy".

       FD BRANCH-RECORDS.
       COPY "BRANCHREC.cpy".

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           03 GP-DATE PIC 9(8).
           03 FILLER PIC X.
           03 GP-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 GP-ACCOUNT PIC 9(6).
           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       FD REGISTER-REPORT.
       01 REGISTER-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 FIXED-ASSETS-FS PIC XX.
       01 BRANCH-RECORDS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       01 GL-IMMOBILISATIONS PIC 9(6) VALUE 160100.
       01 GL-AMORTISSEMENTS PIC 9(6) VALUE 160900.

      *  Per branch, the assets in service and their values; the
      *  branches are met in a first pass, then each is listed in
      *  turn.
       01 WS-BRANCH-TABLE.
           03 WS-BRANCH-ENTRY OCCURS 10 TIMES
                 INDEXED BY WS-BRANCH-IDX.
               05 WS-B-CODE PIC X(2).
               05 WS-B-COUNT PIC 9(5).
               05 WS-B-COST PIC 9(11)V99.
               05 WS-B-ACCUM PIC 9(11)V99.
       01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-BRANCH-NAME PIC X(20).

       01 WS-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-COST PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ACCUM PIC 9(11)V99 VALUE 0.
       01 WS-DISPOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-NET-BOOK-VALUE PIC 9(11)V99.

      *  The register's net book value against the ledger's: cost
      *  debit-positive, depreciation credit-positive.
       01 WS-GL-COST PIC S9(11)V99 VALUE 0.
       01 WS-GL-ACCUM PIC S9(11)V99 VALUE 0.
       01 WS-GL-NET PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.

       01 WS-AMOUNT-EDIT PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-2 PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-3 PIC Z(10)9,99.
       01 WS-SIGNED-EDIT PIC -9(11),99.

       01 WS-REPORT-ID PIC X(8) VALUE "IMMOBILI".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/immoreg.dat".
       01 WS-ARCHIVE-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT FIXED-ASSETS.
           IF FIXED-ASSETS-FS NOT = "00" THEN
              DISPLAY "Aucune immobilisation au registre"
              STOP RUN
           END-IF.
           PERFORM COLLECT-BRANCHES.

           OPEN INPUT BRANCH-RECORDS.
           OPEN OUTPUT REGISTER-REPORT.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "REGISTRE DES IMMOBILISATIONS AU " WS-TODAY
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.

           PERFORM WRITE-ONE-BRANCH
              VARYING WS-BRANCH-IDX FROM 1 BY 1
              UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.
           CLOSE FIXED-ASSETS.
           IF BRANCH-RECORDS-FS = "00" THEN
              CLOSE BRANCH-RECORDS
           END-IF.

           PERFORM COMPUTE-GL-BALANCE.
           PERFORM WRITE-LEDGER-PROOF.
           CLOSE REGISTER-REPORT.

           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = 0 THEN
              DISPLAY "Rapport non archive, code " WS-ARCHIVE-STATUS
           END-IF.

           DISPLAY "Registre des immobilisations : " WS-TOTAL-COUNT
              " en service, " WS-BRANCH-COUNT " agence(s)".
           STOP RUN.

       COLLECT-BRANCHES.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FA-ID.
           START FIXED-ASSETS KEY IS >= FA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXED-ASSETS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FA-IS-IN-SERVICE THEN
                       PERFORM ACCUMULATE-ONE-ASSET
                    ELSE
                       ADD 1 TO WS-DISPOSED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       ACCUMULATE-ONE-ASSET.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                 UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
              IF WS-B-CODE(WS-BRANCH-IDX) = FA-BRANCH THEN
                 SET WS-FOUND-IDX TO WS-BRANCH-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
              IF WS-BRANCH-COUNT >= 10 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-BRANCH-COUNT
              MOVE WS-BRANCH-COUNT TO WS-FOUND-IDX
              SET WS-BRANCH-IDX TO WS-FOUND-IDX
              MOVE FA-BRANCH TO WS-B-CODE(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-COUNT(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-COST(WS-BRANCH-IDX)
              MOVE 0 TO WS-B-ACCUM(WS-BRANCH-IDX)
           END-IF.
           SET WS-BRANCH-IDX TO WS-FOUND-IDX.
           ADD 1 TO WS-B-COUNT(WS-BRANCH-IDX).
           ADD FA-COST TO WS-B-COST(WS-BRANCH-IDX).
           ADD FA-ACCUM-DEPR TO WS-B-ACCUM(WS-BRANCH-IDX).
           ADD 1 TO WS-TOTAL-COUNT.
           ADD FA-COST TO WS-TOTAL-COST.
           ADD FA-ACCUM-DEPR TO WS-TOTAL-ACCUM.

      *    The "AGENCE" heading and the indented lines under it are
      *    what the repository files as the branch's own copy.
       WRITE-ONE-BRANCH.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF BRANCH-RECORDS-FS = "00" THEN
              MOVE WS-B-CODE(WS-BRANCH-IDX) TO BR-CODE
              READ BRANCH-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BR-NAME TO WS-BRANCH-NAME
              END-READ
           END-IF.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "AGENCE " WS-B-CODE(WS-BRANCH-IDX)
              " " WS-BRANCH-NAME
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "  INVENT.  CAT  TERM ACQUIS.  M      "
              "        COUT    AMORTISSEMENTS               VNC"
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FA-ID.
           START FIXED-ASSETS KEY IS >= FA-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXED-ASSETS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF FA-BRANCH = WS-B-CODE(WS-BRANCH-IDX)
                          AND FA-IS-IN-SERVICE THEN
                       PERFORM WRITE-ONE-ASSET
                    END-IF
              END-READ
           END-PERFORM.

           COMPUTE WS-NET-BOOK-VALUE =
              WS-B-COST(WS-BRANCH-IDX) - WS-B-ACCUM(WS-BRANCH-IDX).
           MOVE WS-B-COST(WS-BRANCH-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-B-ACCUM(WS-BRANCH-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "  TOTAL " WS-B-COUNT(WS-BRANCH-IDX) " bien(s)"
              "        " WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
              WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.

       WRITE-ONE-ASSET.
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR.
           MOVE FA-COST TO WS-AMOUNT-EDIT.
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDIT-2.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "  " FA-ID " " FA-CATEGORY " " FA-TP-ID " "
              FA-ACQ-DATE " " FA-METHOD " " WS-AMOUNT-EDIT " "
              WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.

       COMPUTE-GL-BALANCE.
           OPEN INPUT GL-PERIOD-FILE.
           IF GL-PERIOD-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-PERIOD-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE GP-ACCOUNT
                       WHEN GL-IMMOBILISATIONS
                          IF GP-SIDE = 'D' THEN
                             ADD GP-AMOUNT TO WS-GL-COST
                          ELSE
                             SUBTRACT GP-AMOUNT FROM WS-GL-COST
                          END-IF
                       WHEN GL-AMORTISSEMENTS
                          IF GP-SIDE = 'C' THEN
                             ADD GP-AMOUNT TO WS-GL-ACCUM
                          ELSE
                             SUBTRACT GP-AMOUNT FROM WS-GL-ACCUM
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

      *    Postings still waiting for tonight's ledger run show as
      *    a difference until then.
       WRITE-LEDGER-PROOF.
           COMPUTE WS-NET-BOOK-VALUE = WS-TOTAL-COST - WS-TOTAL-ACCUM.
           COMPUTE WS-GL-NET = WS-GL-COST - WS-GL-ACCUM.
           COMPUTE WS-DIFFERENCE = WS-GL-NET - WS-NET-BOOK-VALUE.

           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-TOTAL-COST TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-ACCUM TO WS-AMOUNT-EDIT-2.
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "TOTAL BANQUE " WS-TOTAL-COUNT " bien(s) "
              WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
              WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "BIENS SORTIS DU REGISTRE : " WS-DISPOSED-COUNT
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-GL-NET TO WS-SIGNED-EDIT.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING "VNC AU GRAND LIVRE 160100-160900 : " WS-SIGNED-EDIT
              DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-STRING.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-SIGNED-EDIT.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           IF WS-DIFFERENCE = 0 THEN
              STRING "REGISTRE CONFORME AU GRAND LIVRE"
                 DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
              END-STRING
           ELSE
              STRING "ECART REGISTRE / GRAND LIVRE : " WS-SIGNED-EDIT
                 DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
              END-STRING
           END-IF.
           WRITE REGISTER-REPORT-LINE.

       END PROGRAM FixedAssetRegister.
