       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordSuspenseItem.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS ASSIGN TO '../../data/suspitem.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-ID
              FILE STATUS IS SUSPENSE-ITEMS-FS.

      *  The running period file the month-end close aggregates,
      *  for a caller that has no ledger posting of its own.
           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-PERIOD-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-ITEMS.
       COPY "SUSPITEM.cpy".

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

       01 SUSPENSE-ITEMS-FS PIC XX.
       01 GL-PERIOD-FS PIC XX.
       01 WS-ITEM-ID PIC 9(8).

       01 GL-SUSPENS PIC 9(6) VALUE 999900.
       01 WS-COUNTER-SIDE PIC X.

       LINKAGE SECTION.

       01 ORIGIN-IN PIC X(20).
       01 REF-IN PIC X(16).
       01 TYPE-IN PIC X(4).
      *    D or C: the side suspense takes the item on.
       01 SIDE-IN PIC X.
       01 AMOUNT-IN PIC 9(9)V99.
       01 DATE-IN PIC 9(8).
       01 BRANCH-IN PIC X(2).
       01 DETAIL-IN PIC X(30).
      *    Zero when the caller posts the suspense side to the
      *    ledger itself; otherwise the account the other side of
      *    the entry goes to, posted here with it.
       01 COUNTER-ACCOUNT-IN PIC 9(6).
      *    The item's number, for the caller's report.
       01 ITEM-ID-OUT PIC 9(8).

       PROCEDURE DIVISION
       USING BY REFERENCE ORIGIN-IN REF-IN TYPE-IN SIDE-IN
           AMOUNT-IN DATE-IN BRANCH-IN DETAIL-IN
           COUNTER-ACCOUNT-IN ITEM-ID-OUT.

           MOVE 0 TO ITEM-ID-OUT.

           OPEN I-O SUSPENSE-ITEMS.
           IF SUSPENSE-ITEMS-FS = "35" THEN
              CLOSE SUSPENSE-ITEMS
              OPEN OUTPUT SUSPENSE-ITEMS
              CLOSE SUSPENSE-ITEMS
              OPEN I-O SUSPENSE-ITEMS
           END-IF.
           IF SUSPENSE-ITEMS-FS NOT = "00" THEN
              CLOSE SUSPENSE-ITEMS
              EXIT PROGRAM
           END-IF.

           CALL "NextTransactionRef" USING BY REFERENCE WS-ITEM-ID.
           MOVE WS-ITEM-ID TO SU-ID.
           MOVE ORIGIN-IN TO SU-ORIGIN.
           MOVE REF-IN TO SU-REF.
           MOVE TYPE-IN TO SU-TYPE.
           MOVE SIDE-IN TO SU-SIDE.
           MOVE AMOUNT-IN TO SU-AMOUNT.
           MOVE DATE-IN TO SU-DATE.
           MOVE BRANCH-IN TO SU-BRANCH.
           MOVE DETAIL-IN TO SU-DETAIL.
           MOVE 'O' TO SU-STATUS.
           MOVE 0 TO SU-CLEARED-BY.
           MOVE 0 TO SU-CLEARED-DATE.
           MOVE 0 TO SU-CLEARED-ACCOUNT.
           WRITE SUSPENSE-ITEM-RECORD
              INVALID KEY
                 CLOSE SUSPENSE-ITEMS
                 EXIT PROGRAM
           END-WRITE.
           CLOSE SUSPENSE-ITEMS.
           MOVE WS-ITEM-ID TO ITEM-ID-OUT.

           IF COUNTER-ACCOUNT-IN NOT = 0 AND AMOUNT-IN > 0 THEN
              PERFORM POST-TO-LEDGER
           END-IF.

           EXIT PROGRAM.

       POST-TO-LEDGER.
           IF SIDE-IN = 'D' THEN
              MOVE 'C' TO WS-COUNTER-SIDE
           ELSE
              MOVE 'D' TO WS-COUNTER-SIDE
           END-IF.

           OPEN EXTEND GL-PERIOD-FILE.
           IF GL-PERIOD-FS = "35" THEN
              OPEN OUTPUT GL-PERIOD-FILE
           END-IF.
           IF GL-PERIOD-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO GL-PERIOD-RECORD.
           MOVE DATE-IN TO GP-DATE.
           MOVE BRANCH-IN TO GP-BRANCH.
           MOVE GL-SUSPENS TO GP-ACCOUNT.
           MOVE SIDE-IN TO GP-SIDE.
           MOVE AMOUNT-IN TO GP-AMOUNT.
           WRITE GL-PERIOD-RECORD.

           MOVE SPACES TO GL-PERIOD-RECORD.
           MOVE DATE-IN TO GP-DATE.
           MOVE BRANCH-IN TO GP-BRANCH.
           MOVE COUNTER-ACCOUNT-IN TO GP-ACCOUNT.
           MOVE WS-COUNTER-SIDE TO GP-SIDE.
           MOVE AMOUNT-IN TO GP-AMOUNT.
           WRITE GL-PERIOD-RECORD.
           CLOSE GL-PERIOD-FILE.

       END PROGRAM RecordSuspenseItem.
