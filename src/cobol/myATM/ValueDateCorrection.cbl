       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValueDateCorrection.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The postings dated off their booking day, as SetValueDate
      *  recorded them.
           SELECT VALUE-DATES ASSIGN TO WS-VALDATE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VD-KEY
              FILE STATUS IS VALUE-DATES-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  The correction lands in the same accrual bucket the
      *  nightly run fills, and is paid out with it at month end.
           SELECT ACCRUED-INTEREST ASSIGN TO '../../data/accrint.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AC-KEY
              FILE STATUS IS ACCRUED-INTEREST-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD VALUE-DATES.
       COPY "VALDATEREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD ACCRUED-INTEREST.
       COPY "ACCRINT.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       WORKING-STORAGE SECTION.

       01 VALUE-DATES-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 ACCRUED-INTEREST-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The nights the item was missing from, or wrongly present
      *  in, the accrual: from its value date to its booking date.
       01 WS-DAYS-BACK PIC 9(5).
       01 WS-CORRECTION PIC 9(5)V99.

      *  The account's nightly rate, from the catalog as the
      *  nightly run takes it, with the same compiled-in fallbacks.
       01 WS-COURANT-RATE PIC 9V9(4) VALUE 0,0000.
       01 WS-EPARGNE-RATE PIC 9V9(4) VALUE 0,0010.
       01 WS-NIGHTLY-RATE PIC 9V9(4).
       01 WS-PRODUCT-RATE PIC 9V9(4).
       01 WS-PRODUCT-MAX-DEPOSIT PIC 9(4)V99.
       01 WS-PRODUCT-MAX-BALANCE PIC 9(7)V99.
       01 WS-PRODUCT-DAILY-LIMIT PIC 9(5)V99.
       01 WS-PRODUCT-OD-RATE PIC 9V9(4).
       01 WS-PRODUCT-STATUS PIC 9.

       01 WS-EXAMINED-COUNT PIC 9(7) VALUE 0.
       01 WS-CORRECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-CORRECTION PIC 9(11)V99 VALUE 0.

      *  The handoff totals the driver's run-control check
      *  reads after this step.
       01 WS-STEP-NAME PIC X(20) VALUE "DATES DE VALEUR".
       01 WS-MUST-BALANCE PIC X VALUE 'N'.

       01 WS-TL-TYPE PIC X(4).
       01 WS-TRAN-REF PIC 9(8).

       01 WS-VALDATE-PATH PIC X(100) VALUE "../../data/valdate.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-VALDATE-PATH FROM ENVIRONMENT "VALDATE_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O VALUE-DATES.
           IF VALUE-DATES-FS NOT = "00" THEN
              DISPLAY "Aucune date de valeur a traiter"
              CLOSE VALUE-DATES
              STOP RUN
           END-IF.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible, pas de "
                 "correction"
              CLOSE BANK-RECORDS
              CLOSE VALUE-DATES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-ACCRUED-INTEREST.

           MOVE LOW-VALUES TO VD-KEY.
           START VALUE-DATES KEY IS >= VD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ VALUE-DATES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-EXAMINED-COUNT
                    PERFORM PROCESS-ONE-VALUE-DATE
              END-READ
           END-PERFORM.

           CLOSE VALUE-DATES.
           CLOSE BANK-RECORDS.
           CLOSE ACCRUED-INTEREST.

           DISPLAY WS-CORRECTED-COUNT " correction(s) de valeur "
              "passee(s) pour " WS-TOTAL-CORRECTION ", "
              WS-RELEASED-COUNT " valeur(s) future(s) atteinte(s)".

           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-EXAMINED-COUNT WS-CORRECTED-COUNT
              WS-TOTAL-CORRECTION WS-MUST-BALANCE.

           STOP RUN.

      *    accrint.dat may not exist yet; the first correction
      *    creates it.
       OPEN-OR-CREATE-ACCRUED-INTEREST.
           OPEN I-O ACCRUED-INTEREST.
           IF ACCRUED-INTEREST-FS = "35" THEN
              CLOSE ACCRUED-INTEREST
              OPEN OUTPUT ACCRUED-INTEREST
              CLOSE ACCRUED-INTEREST
              OPEN I-O ACCRUED-INTEREST
           END-IF.

      *    A forward row whose value date has come is in the
      *    balance the nightly run prices and has nothing left to
      *    hold back; a back-valued row still pending gets its
      *    missed nights worked out once. Corrected rows stay as
      *    the record of what was posted.
       PROCESS-ONE-VALUE-DATE.
           EVALUATE TRUE
              WHEN VD-IS-FORWARD
                 IF VD-VALUE-DATE NOT > WS-TODAY THEN
                    DELETE VALUE-DATES RECORD
                    ADD 1 TO WS-RELEASED-COUNT
                 END-IF
              WHEN VD-IS-BACK-PENDING
                 PERFORM CORRECT-ONE-BACK-VALUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    The item was booked after its value date, so every night
      *    between the two priced the balance without it: a credit
      *    earned too little, a debit too much. The difference is
      *    the item's amount at the account's nightly rate for each
      *    of those days. A Livret A earns by the fortnight in its
      *    own run and is left alone.
       CORRECT-ONE-BACK-VALUE.
           MOVE 0 TO WS-CORRECTION.
           MOVE VD-PIN TO RCD-PIN.
           MOVE VD-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 PERFORM MARK-CORRECTED
                 EXIT PARAGRAPH
           END-READ.
           IF RCD-ACCT-LIVRET-A THEN
              PERFORM MARK-CORRECTED
              EXIT PARAGRAPH
           END-IF.

           CALL "GetProductProfile" USING BY REFERENCE RCD-ACCT-TYPE
              WS-PRODUCT-RATE WS-PRODUCT-MAX-DEPOSIT
              WS-PRODUCT-MAX-BALANCE WS-PRODUCT-DAILY-LIMIT
              WS-PRODUCT-OD-RATE WS-PRODUCT-STATUS.
           EVALUATE TRUE
              WHEN WS-PRODUCT-STATUS = 0
                 MOVE WS-PRODUCT-RATE TO WS-NIGHTLY-RATE
              WHEN RCD-ACCT-EPARGNE
                 MOVE WS-EPARGNE-RATE TO WS-NIGHTLY-RATE
              WHEN OTHER
                 MOVE WS-COURANT-RATE TO WS-NIGHTLY-RATE
           END-EVALUATE.

           COMPUTE WS-DAYS-BACK =
              FUNCTION INTEGER-OF-DATE(VD-BOOKING-DATE)
              - FUNCTION INTEGER-OF-DATE(VD-VALUE-DATE).
           COMPUTE WS-CORRECTION ROUNDED =
              VD-AMOUNT * WS-NIGHTLY-RATE * WS-DAYS-BACK.

           IF WS-CORRECTION > 0 THEN
              IF VD-IS-CREDIT THEN
                 PERFORM ADD-TO-ACCRUAL-BUCKET
              ELSE
                 PERFORM TAKE-FROM-ACCRUAL-BUCKET
              END-IF
           END-IF.
           IF WS-CORRECTION > 0 THEN
              ADD 1 TO WS-CORRECTED-COUNT
              ADD WS-CORRECTION TO WS-TOTAL-CORRECTION
              PERFORM WRITE-TRANLOG-ENTRY
           END-IF.
           PERFORM MARK-CORRECTED.

       MARK-CORRECTED.
           MOVE 'C' TO VD-STATUS.
           MOVE WS-CORRECTION TO VD-CORRECTION.
           MOVE WS-TODAY TO VD-CORRECTED-DATE.
           REWRITE VALUE-DATE-RECORD.

       ADD-TO-ACCRUAL-BUCKET.
           MOVE 'VALC' TO WS-TL-TYPE.
           MOVE VD-PIN TO AC-PIN.
           MOVE VD-ACCT-NO TO AC-ACCT-NO.
           READ ACCRUED-INTEREST
              INVALID KEY
                 MOVE WS-CORRECTION TO AC-ACCRUED
                 MOVE WS-TODAY TO AC-LAST-ACCRUAL-DATE
                 WRITE ACCRUED-INTEREST-RECORD
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-CORRECTION TO AC-ACCRUED
                 REWRITE ACCRUED-INTEREST-RECORD
           END-READ.

      *    Interest already paid out at a month end stays paid;
      *    only what is still in the bucket can be taken back.
       TAKE-FROM-ACCRUAL-BUCKET.
           MOVE 'VALD' TO WS-TL-TYPE.
           MOVE VD-PIN TO AC-PIN.
           MOVE VD-ACCT-NO TO AC-ACCT-NO.
           READ ACCRUED-INTEREST
              INVALID KEY
                 MOVE 0 TO WS-CORRECTION
              NOT INVALID KEY
                 IF WS-CORRECTION > AC-ACCRUED THEN
                    MOVE AC-ACCRUED TO WS-CORRECTION
                 END-IF
                 SUBTRACT WS-CORRECTION FROM AC-ACCRUED
                 REWRITE ACCRUED-INTEREST-RECORD
           END-READ.

       WRITE-TRANLOG-ENTRY.
           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE VD-PIN TO TL-PIN.
           MOVE VD-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-TL-TYPE TO TL-TYPE.
           MOVE WS-CORRECTION TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       END PROGRAM ValueDateCorrection.
