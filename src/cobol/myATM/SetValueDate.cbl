       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetValueDate.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The postings whose value date is not their booking date,
      *  read back by the nightly accrual and the correction batch.
      *  Shadowed for MODE FORMATION like the log itself.
           SELECT VALUE-DATES ASSIGN TO WS-VALDATE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VD-KEY
              FILE STATUS IS VALUE-DATES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD VALUE-DATES.
       COPY "VALDATEREC.cpy".

       WORKING-STORAGE SECTION.

       01 VALUE-DATES-FS PIC XX.
       01 WS-BOOKING-DATE PIC 9(8).
       01 WS-NEXT-DAY PIC 9(8).

      *  C or D for a type the tariff dates differently from its
      *  booking; space for every type worth interest the day it
      *  is booked.
       01 WS-SIDE PIC X VALUE SPACE.
      *  Y for the corrections that go back to the date of the
      *  operation they correct, when the caller supplies it.
       01 WS-BACK-VALUE-ALLOWED PIC X VALUE 'N'.

       01 WS-VALDATE-PATH PIC X(100) VALUE "../../data/valdate.dat".

       LINKAGE SECTION.

      *    The row about to be written. A back-valued correction
      *    carries the original operation's date in TL-VALUE-DATE
      *    on the way in; every other type's incoming value is
      *    ignored and set here from the tariff.
       COPY "TRANLOGREC.cpy".

       PROCEDURE DIVISION
       USING BY REFERENCE TRANLOG-RECORD.

           ACCEPT WS-VALDATE-PATH FROM ENVIRONMENT "VALDATE_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE TL-DATETIME(1:8) TO WS-BOOKING-DATE.
           MOVE SPACE TO WS-SIDE.
           MOVE 'N' TO WS-BACK-VALUE-ALLOWED.

      *    A cheque is worth interest one working day after it is
      *    credited; reversals, dispute credits and returned
      *    transfers restore the position as of the original
      *    operation.
           EVALUATE TL-TYPE
              WHEN "CHQC"
                 MOVE 'C' TO WS-SIDE
              WHEN "REVC"
              WHEN "PRCR"
              WHEN "VRET"
                 MOVE 'C' TO WS-SIDE
                 MOVE 'Y' TO WS-BACK-VALUE-ALLOWED
              WHEN "REVD"
              WHEN "PRRV"
                 MOVE 'D' TO WS-SIDE
                 MOVE 'Y' TO WS-BACK-VALUE-ALLOWED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN TL-TYPE = "CHQC"
                 COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-BOOKING-DATE) + 1)
                 CALL "NextWorkingDay" USING BY REFERENCE
                    WS-NEXT-DAY TL-VALUE-DATE
              WHEN WS-BACK-VALUE-ALLOWED = 'Y'
                 IF TL-VALUE-DATE IS NOT NUMERIC THEN
                    MOVE WS-BOOKING-DATE TO TL-VALUE-DATE
                 END-IF
                 IF TL-VALUE-DATE = 0
                       OR TL-VALUE-DATE > WS-BOOKING-DATE THEN
                    MOVE WS-BOOKING-DATE TO TL-VALUE-DATE
                 END-IF
              WHEN OTHER
                 MOVE WS-BOOKING-DATE TO TL-VALUE-DATE
           END-EVALUATE.

           IF TL-VALUE-DATE NOT = WS-BOOKING-DATE THEN
              PERFORM RECORD-VALUE-DATE-EXCEPTION
           END-IF.

           EXIT PROGRAM.

      *    valdate.dat may not exist yet; the first posting dated
      *    off its booking day creates it.
       RECORD-VALUE-DATE-EXCEPTION.
           OPEN I-O VALUE-DATES.
           IF VALUE-DATES-FS = "35" THEN
              CLOSE VALUE-DATES
              OPEN OUTPUT VALUE-DATES
              CLOSE VALUE-DATES
              OPEN I-O VALUE-DATES
           END-IF.
           IF VALUE-DATES-FS NOT = "00" THEN
              CLOSE VALUE-DATES
              EXIT PARAGRAPH
           END-IF.

           MOVE TL-PIN TO VD-PIN.
           MOVE TL-ACCT-NO TO VD-ACCT-NO.
           MOVE TL-VALUE-DATE TO VD-VALUE-DATE.
           MOVE TL-REF TO VD-REF.
           MOVE TL-TYPE TO VD-TYPE.
           MOVE WS-SIDE TO VD-SIDE.
           MOVE TL-AMOUNT TO VD-AMOUNT.
           MOVE WS-BOOKING-DATE TO VD-BOOKING-DATE.
           IF TL-VALUE-DATE > WS-BOOKING-DATE THEN
              MOVE 'F' TO VD-STATUS
           ELSE
              MOVE 'B' TO VD-STATUS
           END-IF.
           MOVE 0 TO VD-CORRECTION.
           MOVE 0 TO VD-CORRECTED-DATE.
           WRITE VALUE-DATE-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           CLOSE VALUE-DATES.

       END PROGRAM SetValueDate.
