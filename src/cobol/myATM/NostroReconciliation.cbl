       IDENTIFICATION DIVISION.
       PROGRAM-ID. NostroReconciliation.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The central bank's daily statement of our settlement
      *  account: one header with the opening balance, one line per
      *  movement, one trailer with the count and closing balance.
           SELECT STATEMENT-FILE ASSIGN TO '../../data/nostrostmt.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STATEMENT-FS.

      *  Both sides of the reconciliation: what our batches sent or
      *  expect through the account, and what the statements say
      *  moved.
           SELECT NOSTRO-ITEMS ASSIGN TO '../../data/nostroitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NI-KEY
              FILE STATUS IS NOSTRO-ITEMS-FS.

           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

      *  The aged open items on either side, then the proof of the
      *  statement balance against the ledger, for the back office
      *  each morning.
           SELECT RECON-REPORT ASSIGN TO '../../data/nostrorec.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STATEMENT-FILE.
       01 STATEMENT-HEADER.
           03 CSH-TYPE PIC X.
              88 CSH-IS-HEADER VALUE '1'.
              88 CSH-IS-DETAIL VALUE '2'.
              88 CSH-IS-TRAILER VALUE '3'.
           03 CSH-BANK-ID PIC X(6).
           03 CSH-DATE PIC 9(8).
           03 CSH-SEQ PIC 9(6).
           03 CSH-OPENING PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(65).
       01 STATEMENT-DETAIL.
           03 CSD-TYPE PIC X.
           03 CSD-DATE PIC 9(8).
      *    C money into our account, D money out of it.
           03 CSD-SIDE PIC X.
           03 CSD-AMOUNT PIC 9(11)V99.
           03 CSD-REF PIC X(16).
           03 CSD-LABEL PIC X(30).
           03 FILLER PIC X(31).
       01 STATEMENT-TRAILER.
           03 CST-TYPE PIC X.
           03 CST-COUNT PIC 9(7).
           03 CST-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(78).

       FD NOSTRO-ITEMS.
       COPY "NOSTROITM.cpy".

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

       FD RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 STATEMENT-FS PIC XX.
       01 NOSTRO-ITEMS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-WRITTEN PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Our account at the central bank in the chart of accounts.
       01 GL-COMPTE-REGLEMENT PIC 9(6) VALUE 100800.

      *  The statement as its header and trailer describe it, and
      *  as its lines add up; any disagreement refuses the file.
       01 WS-STMT-DATE PIC 9(8) VALUE 0.
       01 WS-STMT-SEQ PIC 9(6) VALUE 0.
       01 WS-STMT-OPENING PIC S9(11)V99 VALUE 0.
       01 WS-STMT-CLOSING PIC S9(11)V99 VALUE 0.
       01 WS-STMT-RUNNING PIC S9(11)V99 VALUE 0.
       01 WS-STMT-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-STMT-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-STMT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-STMT-ERROR PIC X(40) VALUE SPACES.

      *  The open statement lines to match, gathered first so the
      *  lookups on the books' side do not lose the scan's place.
       01 WS-OPEN-TABLE.
           03 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OPEN-IDX.
               05 WS-OP-REF PIC X(16).
               05 WS-OP-SIDE PIC X.
               05 WS-OP-SEQ PIC 9(3).
               05 WS-OP-AMOUNT PIC 9(11)V99.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.

      *  Ageing: days since the item's date, counted into four
      *  buckets per side (E books, S statement).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-EDIT PIC -(4)9.
       01 WS-BUCKET PIC 9.
       01 WS-BUCKET-LABEL PIC X(10).
       01 WS-AGE-TABLE.
           03 WS-AGE-SIDE OCCURS 2 TIMES.
               05 WS-AGE-COUNT PIC 9(5) OCCURS 4 TIMES.
       01 WS-SIDE-IDX PIC 9.
       01 WS-OPEN-BOOKS-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-STMT-COUNT PIC 9(5) VALUE 0.

      *  The proof: the statement's closing balance less what it
      *  shows that the books do not, against the ledger's balance
      *  less what the books show that the statement does not, both
      *  as of the statement date.
       01 WS-GL-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-OPEN-STMT-NET PIC S9(11)V99 VALUE 0.
       01 WS-OPEN-BOOKS-NET PIC S9(11)V99 VALUE 0.
       01 WS-ADJ-STATEMENT PIC S9(11)V99 VALUE 0.
       01 WS-ADJ-BOOKS PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT PIC +9(11),99.
       01 WS-ITEM-AMOUNT-EDIT PIC 9(11),99.

       01 WS-STEP-NAME PIC X(20) VALUE "RAPPRO REGLEMENT".
       01 WS-MUST-BALANCE PIC X VALUE 'N'.

      *  The processed-files register: one entry per statement, so
      *  the same statement loaded twice is refused before a line
      *  is recorded.
       01 WS-REG-INTERFACE PIC X(8) VALUE 'RELEVEBC'.
       01 WS-REG-DATE PIC 9(8).
       01 WS-REG-SEQ PIC 9(6) VALUE 1.
       01 WS-REG-COUNT PIC 9(7) VALUE 0.
       01 WS-REG-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT STATEMENT-FILE.
           IF STATEMENT-FS NOT = "00" THEN
              DISPLAY "Aucun releve du compte de reglement a traiter"
              STOP RUN
           END-IF.
           PERFORM CHECK-STATEMENT.
           CLOSE STATEMENT-FILE.
           IF WS-STMT-ERROR NOT = SPACES THEN
              DISPLAY "RELEVE REJETE : " WS-STMT-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O NOSTRO-ITEMS.
           IF NOSTRO-ITEMS-FS = "35" THEN
              CLOSE NOSTRO-ITEMS
              OPEN OUTPUT NOSTRO-ITEMS
              CLOSE NOSTRO-ITEMS
              OPEN I-O NOSTRO-ITEMS
           END-IF.
           IF NOSTRO-ITEMS-FS NOT = "00" THEN
              DISPLAY "Fichier des mouvements du compte de reglement "
                 "indisponible"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Reserved only once every precondition holds, so a run
      *    that dies on an unreadable file stays retryable.
           PERFORM REGISTER-THIS-FILE.

           OPEN INPUT STATEMENT-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STATEMENT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CSH-IS-DETAIL THEN
                       PERFORM RECORD-STATEMENT-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.

           PERFORM COLLECT-OPEN-STATEMENT-LINES.
           PERFORM MATCH-ONE-LINE
              VARYING WS-OPEN-IDX FROM 1 BY 1
              UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.

           PERFORM COMPUTE-GL-BALANCE.

           OPEN OUTPUT RECON-REPORT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "RAPPROCHEMENT DU COMPTE DE REGLEMENT - RELEVE DU "
              WS-STMT-DATE " sequence " WS-STMT-SEQ
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

           PERFORM WRITE-AGED-LIST.
           PERFORM WRITE-PROOF.
           CLOSE RECON-REPORT.
           CLOSE NOSTRO-ITEMS.

           MOVE WS-STMT-LINE-COUNT TO WS-REG-COUNT.
           MOVE WS-STMT-TOTAL TO WS-REG-AMOUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-STMT-LINE-COUNT WS-MATCHED-COUNT WS-STMT-TOTAL
              WS-MUST-BALANCE.

           DISPLAY WS-STMT-LINE-COUNT " ligne(s) de releve, "
              WS-MATCHED-COUNT " rapprochee(s), "
              WS-OPEN-STMT-COUNT " ouverte(s) au releve, "
              WS-OPEN-BOOKS-COUNT " ouverte(s) chez nous".
           IF WS-DIFFERENCE NOT = 0 THEN
              MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
              DISPLAY "ECART NON EXPLIQUE SUR LE COMPTE DE REGLEMENT : "
                 WS-AMOUNT-EDIT
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    The file must open with a header, close with a trailer,
      *    count what it holds, and roll its opening balance through
      *    its lines to its closing balance.
       CHECK-STATEMENT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STATEMENT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CSH-IS-HEADER
                          MOVE 'Y' TO WS-HEADER-SEEN
                          MOVE CSH-DATE TO WS-STMT-DATE
                          MOVE CSH-SEQ TO WS-STMT-SEQ
                          MOVE CSH-OPENING TO WS-STMT-OPENING
                          MOVE CSH-OPENING TO WS-STMT-RUNNING
                       WHEN CSH-IS-DETAIL
                          PERFORM CHECK-ONE-LINE
                       WHEN CSH-IS-TRAILER
                          MOVE 'Y' TO WS-TRAILER-SEEN
                          MOVE CST-COUNT TO WS-STMT-TRL-COUNT
                          MOVE CST-CLOSING TO WS-STMT-CLOSING
                       WHEN OTHER
                          MOVE "TYPE D'ENREGISTREMENT INCONNU"
                             TO WS-STMT-ERROR
                    END-EVALUATE
              END-READ
           END-PERFORM.

           IF WS-STMT-ERROR NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N' THEN
              MOVE "EN-TETE OU FIN DE FICHIER ABSENT" TO WS-STMT-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-TRL-COUNT NOT = WS-STMT-LINE-COUNT THEN
              MOVE "NOMBRE DE LIGNES DIFFERENT DU TOTAL"
                 TO WS-STMT-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-RUNNING NOT = WS-STMT-CLOSING THEN
              MOVE "SOLDE FINAL NE SUIT PAS LES LIGNES"
                 TO WS-STMT-ERROR
           END-IF.

       CHECK-ONE-LINE.
           IF WS-HEADER-SEEN = 'N' THEN
              MOVE "LIGNE AVANT L'EN-TETE" TO WS-STMT-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF CSD-AMOUNT IS NOT NUMERIC THEN
              MOVE "MONTANT NON NUMERIQUE" TO WS-STMT-ERROR
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CSD-SIDE
              WHEN 'C'
                 ADD CSD-AMOUNT TO WS-STMT-RUNNING
              WHEN 'D'
                 SUBTRACT CSD-AMOUNT FROM WS-STMT-RUNNING
              WHEN OTHER
                 MOVE "SENS DE MOUVEMENT INCONNU" TO WS-STMT-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-STMT-LINE-COUNT.
           ADD CSD-AMOUNT TO WS-STMT-TOTAL.

      *    The statement carries its own date and sequence; the
      *    register refuses one already loaded and calls out a
      *    skipped statement.
       REGISTER-THIS-FILE.
           MOVE WS-STMT-DATE TO WS-REG-DATE.
           MOVE WS-STMT-SEQ TO WS-REG-SEQ.
           MOVE 'C' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.
           IF WS-REG-STATUS = 1 THEN
              DISPLAY "RELEVE DEJA TRAITE (sequence " WS-REG-SEQ
                 "), chargement refuse"
              CLOSE NOSTRO-ITEMS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REG-STATUS = 2 THEN
              DISPLAY "ALERTE : releve manquant dans la sequence "
                 "du compte de reglement"
           END-IF.

       FINALIZE-FILE-REGISTER.
           MOVE 'F' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.

      *    Each statement line becomes an open item on the
      *    statement's side; the same reference seen twice takes
      *    the next sequence number.
       RECORD-STATEMENT-LINE.
           MOVE 'S' TO NI-ORIGIN.
           MOVE CSD-REF TO NI-REF.
           MOVE CSD-SIDE TO NI-SIDE.
           MOVE 0 TO NI-SEQ.
           MOVE "RELV" TO NI-SOURCE.
           MOVE CSD-AMOUNT TO NI-AMOUNT.
           MOVE CSD-DATE TO NI-DATE.
           MOVE CSD-LABEL TO NI-LABEL.
           MOVE 'O' TO NI-STATUS.
           MOVE 0 TO NI-MATCHED-DATE.

           MOVE 'N' TO WS-WRITTEN.
           PERFORM UNTIL WS-WRITTEN = 'Y'
              WRITE NOSTRO-ITEM-RECORD
                 INVALID KEY
                    IF NI-SEQ = 999 THEN
                       DISPLAY "Ligne de releve non enregistree, ref "
                          CSD-REF
                       MOVE 'Y' TO WS-WRITTEN
                    ELSE
                       ADD 1 TO NI-SEQ
                    END-IF
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-WRITTEN
              END-WRITE
           END-PERFORM.

      *    Every statement line still open, today's and any left
      *    over from earlier statements: an expected movement the
      *    network settles a day late still finds its line.
       COLLECT-OPEN-STATEMENT-LINES.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO NI-KEY.
           MOVE 'S' TO NI-ORIGIN.
           START NOSTRO-ITEMS KEY IS >= NI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOSTRO-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NOT NI-FROM-STATEMENT THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF NI-IS-OPEN THEN
                          PERFORM KEEP-OPEN-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       KEEP-OPEN-LINE.
           IF WS-OPEN-COUNT >= 2000 THEN
              DISPLAY "Table des lignes ouvertes pleine, ref "
                 NI-REF " non rapprochee"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE NI-REF TO WS-OP-REF(WS-OPEN-COUNT).
           MOVE NI-SIDE TO WS-OP-SIDE(WS-OPEN-COUNT).
           MOVE NI-SEQ TO WS-OP-SEQ(WS-OPEN-COUNT).
           MOVE NI-AMOUNT TO WS-OP-AMOUNT(WS-OPEN-COUNT).

      *    A statement line matches the first open expected item
      *    under the same reference, on the same side, for the same
      *    amount; both are closed together.
       MATCH-ONE-LINE.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF.
           MOVE 'E' TO NI-ORIGIN.
           MOVE WS-OP-REF(WS-OPEN-IDX) TO NI-REF.
           MOVE WS-OP-SIDE(WS-OPEN-IDX) TO NI-SIDE.
           MOVE 0 TO NI-SEQ.
           START NOSTRO-ITEMS KEY IS >= NI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOSTRO-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NOT NI-FROM-BOOKS
                          OR NI-REF NOT = WS-OP-REF(WS-OPEN-IDX)
                          OR NI-SIDE NOT = WS-OP-SIDE(WS-OPEN-IDX) THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF NI-IS-OPEN AND
                             NI-AMOUNT = WS-OP-AMOUNT(WS-OPEN-IDX) THEN
                          MOVE 'M' TO NI-STATUS
                          MOVE WS-TODAY TO NI-MATCHED-DATE
                          REWRITE NOSTRO-ITEM-RECORD
                          MOVE 'Y' TO WS-FOUND
                          MOVE 'Y' TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO NI-ORIGIN.
           MOVE WS-OP-REF(WS-OPEN-IDX) TO NI-REF.
           MOVE WS-OP-SIDE(WS-OPEN-IDX) TO NI-SIDE.
           MOVE WS-OP-SEQ(WS-OPEN-IDX) TO NI-SEQ.
           READ NOSTRO-ITEMS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'M' TO NI-STATUS.
           MOVE WS-TODAY TO NI-MATCHED-DATE.
           REWRITE NOSTRO-ITEM-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.

      *    The settlement account's balance in the ledger as of the
      *    statement date, from the same period rows the month-end
      *    close aggregates. It is an asset: debits raise it.
       COMPUTE-GL-BALANCE.
           MOVE 0 TO WS-GL-BALANCE.
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
                    IF GP-ACCOUNT = GL-COMPTE-REGLEMENT
                          AND GP-DATE <= WS-STMT-DATE THEN
                       IF GP-SIDE = 'D' THEN
                          ADD GP-AMOUNT TO WS-GL-BALANCE
                       ELSE
                          SUBTRACT GP-AMOUNT FROM WS-GL-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

      *    Every item still open on either side, oldest reference
      *    first within each side, with its age in days. The items
      *    dated up to the statement date are the ones the proof
      *    has to explain.
       WRITE-AGED-LIST.
           INITIALIZE WS-AGE-TABLE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "ELEMENTS NON RAPPROCHES" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO NI-KEY.
           START NOSTRO-ITEMS KEY IS >= NI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOSTRO-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NI-IS-OPEN THEN
                       PERFORM WRITE-ONE-OPEN-ITEM
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ANCIENNETE  0-2 J / 3-10 J / 11-30 J / +30 J"
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  attendus non vus au releve : "
              WS-AGE-COUNT(1, 1) " / " WS-AGE-COUNT(1, 2) " / "
              WS-AGE-COUNT(1, 3) " / " WS-AGE-COUNT(1, 4)
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  au releve non attendus    : "
              WS-AGE-COUNT(2, 1) " / " WS-AGE-COUNT(2, 2) " / "
              WS-AGE-COUNT(2, 3) " / " WS-AGE-COUNT(2, 4)
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       WRITE-ONE-OPEN-ITEM.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(NI-DATE).
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 2
                 MOVE 1 TO WS-BUCKET
                 MOVE "0-2 J" TO WS-BUCKET-LABEL
              WHEN WS-AGE-DAYS <= 10
                 MOVE 2 TO WS-BUCKET
                 MOVE "3-10 J" TO WS-BUCKET-LABEL
              WHEN WS-AGE-DAYS <= 30
                 MOVE 3 TO WS-BUCKET
                 MOVE "11-30 J" TO WS-BUCKET-LABEL
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
                 MOVE "+30 J" TO WS-BUCKET-LABEL
           END-EVALUATE.

           IF NI-FROM-BOOKS THEN
              MOVE 1 TO WS-SIDE-IDX
              ADD 1 TO WS-OPEN-BOOKS-COUNT
           ELSE
              MOVE 2 TO WS-SIDE-IDX
              ADD 1 TO WS-OPEN-STMT-COUNT
           END-IF.
           ADD 1 TO WS-AGE-COUNT(WS-SIDE-IDX, WS-BUCKET).

           IF NI-DATE <= WS-STMT-DATE THEN
              IF NI-FROM-BOOKS THEN
                 IF NI-IS-CREDIT THEN
                    ADD NI-AMOUNT TO WS-OPEN-BOOKS-NET
                 ELSE
                    SUBTRACT NI-AMOUNT FROM WS-OPEN-BOOKS-NET
                 END-IF
              ELSE
                 IF NI-IS-CREDIT THEN
                    ADD NI-AMOUNT TO WS-OPEN-STMT-NET
                 ELSE
                    SUBTRACT NI-AMOUNT FROM WS-OPEN-STMT-NET
                 END-IF
              END-IF
           END-IF.

           MOVE NI-AMOUNT TO WS-ITEM-AMOUNT-EDIT.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF NI-FROM-BOOKS THEN
              STRING "ATTENDU  " NI-SOURCE " ref=" NI-REF
                 " " NI-SIDE " " WS-ITEM-AMOUNT-EDIT
                 " du " NI-DATE " age=" WS-AGE-EDIT " "
                 WS-BUCKET-LABEL
                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
              END-STRING
           ELSE
              STRING "RELEVE   " NI-SOURCE " ref=" NI-REF
                 " " NI-SIDE " " WS-ITEM-AMOUNT-EDIT
                 " du " NI-DATE " age=" WS-AGE-EDIT " "
                 WS-BUCKET-LABEL
                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RECON-REPORT-LINE.

      *    Matched movements are on both sides by construction, so
      *    once each side is cleared of what the other has not seen
      *    yet the two balances must agree to the cent.
       WRITE-PROOF.
           COMPUTE WS-ADJ-STATEMENT =
              WS-STMT-CLOSING - WS-OPEN-STMT-NET.
           COMPUTE WS-ADJ-BOOKS = WS-GL-BALANCE - WS-OPEN-BOOKS-NET.
           COMPUTE WS-DIFFERENCE = WS-ADJ-STATEMENT - WS-ADJ-BOOKS.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "PREUVE DU SOLDE" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE WS-STMT-CLOSING TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  solde du releve                : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-OPEN-STMT-NET TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  - au releve non attendus       : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-ADJ-STATEMENT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  = releve ajuste                : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

           MOVE WS-GL-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  solde du compte 100800         : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-OPEN-BOOKS-NET TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  - attendus non vus au releve   : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-ADJ-BOOKS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  = grand livre ajuste           : " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

           MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-DIFFERENCE = 0 THEN
              STRING "RAPPROCHEMENT JUSTIFIE, ecart : " WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
              END-STRING
           ELSE
              STRING "ECART NON EXPLIQUE : " WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO RECON-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RECON-REPORT-LINE.

       END PROGRAM NostroReconciliation.
