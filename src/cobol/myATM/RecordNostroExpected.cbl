       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordNostroExpected.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Both sides of the settlement-account reconciliation; this
      *  routine only ever adds to the books' side.
           SELECT NOSTRO-ITEMS ASSIGN TO '../../data/nostroitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NI-KEY
              FILE STATUS IS NOSTRO-ITEMS-FS.

      *  The running period file the month-end close aggregates;
      *  the settlement account's movements reach the ledger here,
      *  the day each batch hands its money to the network.
           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.

       01 NOSTRO-ITEMS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-WRITTEN PIC X.

      *  Our account at the central bank, and the transit each
      *  batch's money sits in until it settles through it.
       01 GL-COMPTE-REGLEMENT PIC 9(6) VALUE 100800.
       01 GL-COMPENSATION-RECUE PIC 9(6) VALUE 100300.
       01 GL-RESEAU-A-REGLER PIC 9(6) VALUE 200600.
       01 GL-FACTUREURS-A-REVERSER PIC 9(6) VALUE 200400.
       01 GL-CREANCIERS-PRELEV PIC 9(6) VALUE 200500.
       01 GL-OPERATEURS-A-REVERSER PIC 9(6) VALUE 201200.
       01 GL-SUSPENS PIC 9(6) VALUE 999900.

       01 WS-COUNTERPART PIC 9(6).
       01 WS-NOSTRO-SIDE PIC X.
       01 WS-COUNTER-SIDE PIC X.
       01 WS-REMAINING PIC 9(11)V99.
       01 WS-PIECE PIC 9(7)V99.

       LINKAGE SECTION.

      *    The batch the movement comes from (see NI-SOURCE).
       01 SOURCE-IN PIC X(4).
      *    The reference the central bank will print on the
      *    statement line: our file or payment reference.
       01 REF-IN PIC X(16).
      *    C money coming into the account, D money going out.
       01 SIDE-IN PIC X.
       01 AMOUNT-IN PIC 9(11)V99.
       01 DATE-IN PIC 9(8).

       PROCEDURE DIVISION
       USING BY REFERENCE SOURCE-IN REF-IN SIDE-IN AMOUNT-IN
           DATE-IN.

           IF AMOUNT-IN = 0 THEN
              EXIT PROGRAM
           END-IF.

           PERFORM RECORD-EXPECTED-ITEM.
           PERFORM POST-TO-LEDGER.

           EXIT PROGRAM.

      *    nostroitem.dat may not exist yet; the first movement
      *    creates it. A second movement under a reference already
      *    on file takes the next sequence number.
       RECORD-EXPECTED-ITEM.
           OPEN I-O NOSTRO-ITEMS.
           IF NOSTRO-ITEMS-FS = "35" THEN
              CLOSE NOSTRO-ITEMS
              OPEN OUTPUT NOSTRO-ITEMS
              CLOSE NOSTRO-ITEMS
              OPEN I-O NOSTRO-ITEMS
           END-IF.
           IF NOSTRO-ITEMS-FS NOT = "00" THEN
              CLOSE NOSTRO-ITEMS
              EXIT PARAGRAPH
           END-IF.

           MOVE 'E' TO NI-ORIGIN.
           MOVE REF-IN TO NI-REF.
           MOVE SIDE-IN TO NI-SIDE.
           MOVE 0 TO NI-SEQ.
           MOVE SOURCE-IN TO NI-SOURCE.
           MOVE AMOUNT-IN TO NI-AMOUNT.
           MOVE DATE-IN TO NI-DATE.
           MOVE SPACES TO NI-LABEL.
           STRING "ATTENDU " SOURCE-IN
              DELIMITED BY SIZE INTO NI-LABEL
           END-STRING.
           MOVE 'O' TO NI-STATUS.
           MOVE 0 TO NI-MATCHED-DATE.

           MOVE 'N' TO WS-WRITTEN.
           PERFORM UNTIL WS-WRITTEN = 'Y'
              WRITE NOSTRO-ITEM-RECORD
                 INVALID KEY
                    IF NI-SEQ = 999 THEN
                       MOVE 'Y' TO WS-WRITTEN
                    ELSE
                       ADD 1 TO NI-SEQ
                    END-IF
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-WRITTEN
              END-WRITE
           END-PERFORM.
           CLOSE NOSTRO-ITEMS.

      *    Money out credits the settlement account against the
      *    transit that held it; money in debits it against the
      *    clearing receivable. A period row only holds nine
      *    digits, so a larger movement goes in as several rows.
       POST-TO-LEDGER.
           EVALUATE SOURCE-IN
              WHEN "VSOR"
              WHEN "VRET"
              WHEN "CHQP"
              WHEN "RESX"
                 MOVE GL-RESEAU-A-REGLER TO WS-COUNTERPART
              WHEN "VIRC"
                 MOVE GL-COMPENSATION-RECUE TO WS-COUNTERPART
              WHEN "PRLV"
                 MOVE GL-CREANCIERS-PRELEV TO WS-COUNTERPART
              WHEN "FACT"
                 MOVE GL-FACTUREURS-A-REVERSER TO WS-COUNTERPART
              WHEN "RECH"
                 MOVE GL-OPERATEURS-A-REVERSER TO WS-COUNTERPART
              WHEN OTHER
                 MOVE GL-SUSPENS TO WS-COUNTERPART
           END-EVALUATE.

           IF SIDE-IN = 'C' THEN
              MOVE 'D' TO WS-NOSTRO-SIDE
              MOVE 'C' TO WS-COUNTER-SIDE
           ELSE
              MOVE 'C' TO WS-NOSTRO-SIDE
              MOVE 'D' TO WS-COUNTER-SIDE
           END-IF.

           OPEN EXTEND GL-PERIOD-FILE.
           IF GL-PERIOD-FS = "35" THEN
              OPEN OUTPUT GL-PERIOD-FILE
           END-IF.
           IF GL-PERIOD-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE AMOUNT-IN TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0
              IF WS-REMAINING > 9999999,99 THEN
                 MOVE 9999999,99 TO WS-PIECE
              ELSE
                 MOVE WS-REMAINING TO WS-PIECE
              END-IF
              SUBTRACT WS-PIECE FROM WS-REMAINING

              MOVE SPACES TO GL-PERIOD-RECORD
              MOVE DATE-IN TO GP-DATE
              MOVE "00" TO GP-BRANCH
              MOVE GL-COMPTE-REGLEMENT TO GP-ACCOUNT
              MOVE WS-NOSTRO-SIDE TO GP-SIDE
              MOVE WS-PIECE TO GP-AMOUNT
              WRITE GL-PERIOD-RECORD

              MOVE SPACES TO GL-PERIOD-RECORD
              MOVE DATE-IN TO GP-DATE
              MOVE "00" TO GP-BRANCH
              MOVE WS-COUNTERPART TO GP-ACCOUNT
              MOVE WS-COUNTER-SIDE TO GP-SIDE
              MOVE WS-PIECE TO GP-AMOUNT
              WRITE GL-PERIOD-RECORD
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

       END PROGRAM RecordNostroExpected.
