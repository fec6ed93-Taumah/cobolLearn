       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargeExposureReturn.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT OVERDRAFT-RECORDS ASSIGN TO
                 '../../data/overdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OD-KEY
              FILE STATUS IS OVERDRAFT-RECORDS-FS.

      *  Pledged deposits and savings cover part of a loan; a
      *  customer standing guarantor carries the guarantee.
           SELECT COLLATERAL-RECORDS ASSIGN TO
                 '../../data/collateral.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-KEY
              ALTERNATE RECORD KEY IS CL-ACCOUNT-KEY WITH DUPLICATES
              ALTERNATE RECORD KEY IS CL-TD-ID WITH DUPLICATES
              FILE STATUS IS COLLATERAL-RECORDS-FS.

      *  A customer with a row here is a business, weighted as a
      *  corporate; any other is a private person.
           SELECT LEGAL-ENTITIES ASSIGN TO '../../data/legalent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LE-CM-ID
              ALTERNATE RECORD KEY IS LE-SIREN
              FILE STATUS IS LEGAL-ENTITIES-FS.

      *  The connected-client groups the credit desk keeps with
      *  the exposure limits.
           SELECT EXPOSURE-LIMITS ASSIGN TO '../../data/exposlim.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EL-CUSTOMER-ID
              ALTERNATE RECORD KEY IS EL-GROUP-ID WITH DUPLICATES
              FILE STATUS IS EXPOSURE-LIMITS-FS.

      *  The ledger's balances at the period last closed.
           SELECT GL-BALANCES ASSIGN TO '../../data/glbalance.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-BALANCES-FS.

           SELECT LARGE-EXPOSURE-REPORT ASSIGN TO
                 '../../data/grandsrisques.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RWA-RETURN ASSIGN TO '../../data/rwareturn.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD OVERDRAFT-RECORDS.
       COPY "ODLIMIT.cpy".

       FD COLLATERAL-RECORDS.
       COPY "COLLATREC.cpy".

       FD LEGAL-ENTITIES.
       COPY "LEGALENT.cpy".

       FD EXPOSURE-LIMITS.
       COPY "EXPOSLIM.cpy".

       FD GL-BALANCES.
       COPY "GLBAL.cpy".

       FD LARGE-EXPOSURE-REPORT.
       01 LARGE-EXPOSURE-LINE PIC X(100).

       FD RWA-RETURN.
       01 RWA-RETURN-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 OVERDRAFT-RECORDS-FS PIC XX.
       01 COLLATERAL-RECORDS-FS PIC XX.
       01 LEGAL-ENTITIES-FS PIC XX.
       01 EXPOSURE-LIMITS-FS PIC XX.
       01 GL-BALANCES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CL-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The capital the large-exposure ceilings are measured
      *  against, as last reported to the supervisor; set for the
      *  run from ELIGIBLE_CAPITAL when it changes.
       01 WS-CAPITAL-RAW PIC X(13).
       01 WS-ELIGIBLE-CAPITAL PIC 9(11)V99 VALUE 10000000,00.
       01 LARGE-EXPOSURE-PCT PIC 9(3) VALUE 10.
       01 LEGAL-CEILING-PCT PIC 9(3) VALUE 25.
       01 WS-LARGE-THRESHOLD PIC 9(11)V99.
       01 WS-LEGAL-CEILING PIC 9(11)V99.

      *  The five kinds of credit we report, and for each kind
      *  and counterparty type (P person, E business) the credit
      *  conversion factor for what is not yet drawn and the risk
      *  weight, both in percent. Loans covered by a pledged
      *  deposit or savings balance are weighted nil on the part
      *  covered. A guarantee counts towards the guarantor's large
      *  exposure, but the loan it covers is already weighted on
      *  the borrower.
       01 CATEGORY-COUNT PIC 9 VALUE 5.
       01 WS-CATEGORY-LIST.
           03 FILLER PIC X(8) VALUE "PRETS".
           03 FILLER PIC X(8) VALUE "PRETGAR".
           03 FILLER PIC X(8) VALUE "DECOUV".
           03 FILLER PIC X(8) VALUE "NONUTIL".
           03 FILLER PIC X(8) VALUE "CAUTION".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
           03 WS-CATEGORY-NAME OCCURS 5 TIMES PIC X(8).

       01 WS-WEIGHT-LIST.
           03 FILLER PIC X(8) VALUE "1P100075".
           03 FILLER PIC X(8) VALUE "1E100100".
           03 FILLER PIC X(8) VALUE "2P100000".
           03 FILLER PIC X(8) VALUE "2E100000".
           03 FILLER PIC X(8) VALUE "3P100075".
           03 FILLER PIC X(8) VALUE "3E100100".
           03 FILLER PIC X(8) VALUE "4P020075".
           03 FILLER PIC X(8) VALUE "4E050100".
           03 FILLER PIC X(8) VALUE "5P100000".
           03 FILLER PIC X(8) VALUE "5E100000".
       01 WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-LIST.
           03 WS-WEIGHT-ENTRY OCCURS 10 TIMES INDEXED BY WS-WEIGHT-IDX.
               05 WS-W-CATEGORY PIC 9.
               05 WS-W-TYPE PIC X.
               05 WS-W-CCF-PCT PIC 9(3).
               05 WS-W-RISK-PCT PIC 9(3).

      *  One row per counterparty met in the files, with what it
      *  owes or could draw in each category.
       01 WS-PARTY-TABLE.
           03 WS-PARTY-ENTRY OCCURS 500 TIMES INDEXED BY WS-PARTY-IDX.
               05 WS-X-CUSTOMER-ID PIC 9(4).
               05 WS-X-TYPE PIC X.
               05 WS-X-GROUP-ID PIC 9(4).
               05 WS-X-CATEGORY OCCURS 5 TIMES.
                  07 WS-X-GROSS PIC 9(11)V99.
                  07 WS-X-EAD PIC 9(11)V99.
                  07 WS-X-RWA PIC 9(11)V99.
      *        After cover: what counts against the ceilings.
               05 WS-X-LE-EXPOSURE PIC 9(11)V99.
       01 WS-PARTY-COUNT PIC 9(3) VALUE 0.
       01 WS-PARTY-FOUND PIC 9(3) VALUE 0.
       01 WS-PARTY-SKIPPED PIC 9(5) VALUE 0.

      *  Connected clients summed under the customer heading the
      *  group; a customer in no group is its own.
       01 WS-GROUP-TABLE.
           03 WS-GROUP-ENTRY OCCURS 500 TIMES INDEXED BY WS-GROUP-IDX.
               05 WS-G-HEAD-ID PIC 9(4).
               05 WS-G-MEMBER-COUNT PIC 9(3).
               05 WS-G-LE-EXPOSURE PIC 9(11)V99.
               05 WS-G-RWA PIC 9(11)V99.
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-FOUND PIC 9(3) VALUE 0.

      *  The return's totals by category and counterparty type.
       01 WS-TOTAL-TABLE.
           03 WS-TOTAL-CATEGORY OCCURS 5 TIMES.
               05 WS-TOTAL-TYPE OCCURS 2 TIMES.
                  07 WS-T-GROSS PIC 9(11)V99.
                  07 WS-T-EAD PIC 9(11)V99.
                  07 WS-T-RWA PIC 9(11)V99.
       01 WS-GRAND-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-EAD PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-RWA PIC 9(11)V99 VALUE 0.

       01 WS-CATEGORY-IDX PIC 9.
       01 WS-TYPE-IDX PIC 9.
       01 WS-LOOKUP-ID PIC 9(4).
       01 WS-WORK-AMOUNT PIC 9(11)V99.
       01 WS-WORK-EAD PIC 9(11)V99.
       01 WS-WORK-RWA PIC 9(11)V99.
       01 WS-COVERED PIC 9(11)V99.
       01 WS-DRAWN PIC 9(11)V99.
       01 WS-LOANS-BOOK PIC 9(11)V99 VALUE 0.
       01 WS-OVERDRAWN-BOOK PIC 9(11)V99 VALUE 0.

      *  The ledger side of the reconciliation.
       01 GL-PRETS-CLIENTELE PIC 9(6) VALUE 150100.
       01 WS-GL-PERIOD PIC 9(6) VALUE 0.
       01 WS-GL-PERIOD-PARTS REDEFINES WS-GL-PERIOD.
           03 WS-GL-YEAR PIC 9(4).
           03 WS-GL-MONTH PIC 9(2).
              88 WS-GL-QUARTER-END VALUE 3 6 9 12.
       01 WS-GL-LOANS PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99.

       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-CEILING-COUNT PIC 9(5) VALUE 0.
       01 WS-SHARE-PCT PIC 9(5)V99.
       01 WS-AMOUNT-EDIT PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-2 PIC Z(10)9,99.
       01 WS-AMOUNT-EDIT-3 PIC Z(10)9,99.
       01 WS-SIGNED-EDIT PIC -Z(10)9,99.
       01 WS-PCT-EDIT PIC ZZZZ9,99.
       01 WS-FLAG PIC X(16).

       01 WS-LE-REPORT-ID PIC X(8) VALUE "GRANDRIS".
       01 WS-LE-REPORT-PATH PIC X(60)
             VALUE "../../data/grandsrisques.dat".
       01 WS-RWA-REPORT-ID PIC X(8) VALUE "RWATOTAL".
       01 WS-RWA-REPORT-PATH PIC X(60)
             VALUE "../../data/rwareturn.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       01 WS-STEP-NAME PIC X(20) VALUE "GRANDS-RISQUES".
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-MUST-BALANCE PIC X VALUE 'N'.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CAPITAL-RAW FROM ENVIRONMENT "ELIGIBLE_CAPITAL"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-CAPITAL-RAW IS NUMERIC THEN
              MOVE WS-CAPITAL-RAW TO WS-ELIGIBLE-CAPITAL
           END-IF.
           COMPUTE WS-LARGE-THRESHOLD ROUNDED =
              WS-ELIGIBLE-CAPITAL * LARGE-EXPOSURE-PCT / 100.
           COMPUTE WS-LEGAL-CEILING ROUNDED =
              WS-ELIGIBLE-CAPITAL * LEGAL-CEILING-PCT / 100.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           INITIALIZE WS-TOTAL-TABLE.

           OPEN INPUT LEGAL-ENTITIES.
           OPEN INPUT EXPOSURE-LIMITS.

           PERFORM ADD-LOANS.
           PERFORM ADD-DRAWN-OVERDRAFTS.
           PERFORM ADD-UNDRAWN-LINES.
           PERFORM ADD-GUARANTEES-GIVEN.

           IF LEGAL-ENTITIES-FS = "00" THEN
              CLOSE LEGAL-ENTITIES
           END-IF.
           IF EXPOSURE-LIMITS-FS = "00" THEN
              CLOSE EXPOSURE-LIMITS
           END-IF.

           PERFORM WEIGHT-ALL-PARTIES.
           PERFORM BUILD-CLIENT-GROUPS.
           PERFORM LOAD-GL-BALANCES.

           PERFORM WRITE-LARGE-EXPOSURES.
           PERFORM WRITE-RWA-RETURN.

           CALL "ArchiveReport" USING BY REFERENCE WS-LE-REPORT-ID
              WS-LE-REPORT-PATH WS-ARCHIVE-STATUS.
           CALL "ArchiveReport" USING BY REFERENCE WS-RWA-REPORT-ID
              WS-RWA-REPORT-PATH WS-ARCHIVE-STATUS.

           DISPLAY "Grands risques : " WS-LISTED-COUNT
              " client(s)/groupe(s) au-dela de " LARGE-EXPOSURE-PCT
              " %, dont " WS-OVER-CEILING-COUNT " au-dela de "
              LEGAL-CEILING-PCT " %".
           IF WS-PARTY-SKIPPED > 0 THEN
              DISPLAY WS-PARTY-SKIPPED " encours non repris, "
                 "table des contreparties pleine"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVER-CEILING-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-PARTY-COUNT TO WS-READ-COUNT.
           MOVE WS-LISTED-COUNT TO WS-WRITTEN-COUNT.
           MOVE WS-GRAND-EAD TO WS-HASH-TOTAL.
           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-READ-COUNT WS-WRITTEN-COUNT WS-HASH-TOTAL
              WS-MUST-BALANCE.

           STOP RUN.

      *    Active loans only: a loan written off is no longer on
      *    the books, a paid-off one owes nothing.
       ADD-LOANS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COLLATERAL-RECORDS.
           MOVE 0 TO LN-ID.
           START LOAN-RECORDS KEY IS > LN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-IS-ACTIVE AND LN-OUTSTANDING > 0 THEN
                       PERFORM ADD-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM.
           IF COLLATERAL-RECORDS-FS = "00" THEN
              CLOSE COLLATERAL-RECORDS
           END-IF.
           CLOSE LOAN-RECORDS.

       ADD-ONE-LOAN.
           ADD LN-OUTSTANDING TO WS-LOANS-BOOK.
           MOVE LN-PIN TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-PARTY.
           IF WS-PARTY-FOUND = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-CASH-COVER.
           IF WS-COVERED > LN-OUTSTANDING THEN
              MOVE LN-OUTSTANDING TO WS-COVERED
           END-IF.
           ADD WS-COVERED TO WS-X-GROSS(WS-PARTY-FOUND, 2).
           COMPUTE WS-X-GROSS(WS-PARTY-FOUND, 1) =
              WS-X-GROSS(WS-PARTY-FOUND, 1)
              + LN-OUTSTANDING - WS-COVERED.

      *    The pledged deposits and savings still held against the
      *    loan; a guarantor's promise is not cash and covers
      *    nothing here.
       TOTAL-CASH-COVER.
           MOVE 0 TO WS-COVERED.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CL-EOF.
           MOVE LN-ID TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CL-EOF
           END-START.
           PERFORM UNTIL WS-CL-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CL-EOF
                 NOT AT END
                    IF CL-LOAN-ID NOT = LN-ID THEN
                       MOVE 'Y' TO WS-CL-EOF
                    ELSE
                       IF CL-IS-ACTIVE AND (CL-IS-TERM-DEPOSIT
                             OR CL-IS-SAVINGS) THEN
                          ADD CL-VALUATION TO WS-COVERED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *    Every account below zero, with a line or without one.
       ADD-DRAWN-OVERDRAFTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-AMMOUNT < 0 AND NOT RCD-CLOSED THEN
                       COMPUTE WS-DRAWN = 0 - RCD-AMMOUNT
                       ADD WS-DRAWN TO WS-OVERDRAWN-BOOK
                       MOVE RCD-PIN TO WS-LOOKUP-ID
                       PERFORM FIND-OR-ADD-PARTY
                       IF WS-PARTY-FOUND NOT = 0 THEN
                          ADD WS-DRAWN
                             TO WS-X-GROSS(WS-PARTY-FOUND, 3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANK-RECORDS.

      *    What is left of each arranged line: the customer can
      *    draw it tomorrow without asking anyone.
       ADD-UNDRAWN-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OVERDRAFT-RECORDS.
           IF OVERDRAFT-RECORDS-FS NOT = "00" THEN
              CLOSE OVERDRAFT-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BANK-RECORDS.
           MOVE 0 TO OD-PIN.
           MOVE 0 TO OD-ACCT-NO.
           START OVERDRAFT-RECORDS KEY IS >= OD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ OVERDRAFT-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OD-IS-ACTIVE THEN
                       PERFORM ADD-ONE-UNDRAWN-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF BANK-RECORDS-FS = "00" THEN
              CLOSE BANK-RECORDS
           END-IF.
           CLOSE OVERDRAFT-RECORDS.

       ADD-ONE-UNDRAWN-LINE.
           MOVE 0 TO WS-DRAWN.
           IF BANK-RECORDS-FS = "00" THEN
              MOVE OD-KEY TO RCD-KEY
              READ BANK-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RCD-CLOSED THEN
                       EXIT PARAGRAPH
                    END-IF
                    IF RCD-AMMOUNT < 0 THEN
                       COMPUTE WS-DRAWN = 0 - RCD-AMMOUNT
                    END-IF
              END-READ
           END-IF.
           IF WS-DRAWN NOT < OD-LIMIT THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE OD-PIN TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-PARTY.
           IF WS-PARTY-FOUND = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-X-GROSS(WS-PARTY-FOUND, 4) =
              WS-X-GROSS(WS-PARTY-FOUND, 4) + OD-LIMIT - WS-DRAWN.

      *    The same guarantees the exposure limits count against
      *    the guarantor.
       ADD-GUARANTEES-GIVEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COLLATERAL-RECORDS.
           IF COLLATERAL-RECORDS-FS NOT = "00" THEN
              CLOSE COLLATERAL-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CL-LOAN-ID.
           MOVE 0 TO CL-SEQ.
           START COLLATERAL-RECORDS KEY IS >= CL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COLLATERAL-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CL-IS-GUARANTOR AND CL-IS-ACTIVE THEN
                       MOVE CL-GUARANTOR-ID TO WS-LOOKUP-ID
                       PERFORM FIND-OR-ADD-PARTY
                       IF WS-PARTY-FOUND NOT = 0 THEN
                          ADD CL-VALUATION
                             TO WS-X-GROSS(WS-PARTY-FOUND, 5)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATERAL-RECORDS.

       FIND-OR-ADD-PARTY.
           MOVE 0 TO WS-PARTY-FOUND.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
              IF WS-X-CUSTOMER-ID(WS-PARTY-IDX) = WS-LOOKUP-ID THEN
                 SET WS-PARTY-FOUND TO WS-PARTY-IDX
              END-IF
           END-PERFORM.
           IF WS-PARTY-FOUND NOT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-PARTY-COUNT >= 500 THEN
              ADD 1 TO WS-PARTY-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTY-COUNT.
           MOVE WS-PARTY-COUNT TO WS-PARTY-FOUND.
           INITIALIZE WS-PARTY-ENTRY(WS-PARTY-FOUND).
           MOVE WS-LOOKUP-ID TO WS-X-CUSTOMER-ID(WS-PARTY-FOUND).

           MOVE 'P' TO WS-X-TYPE(WS-PARTY-FOUND).
           IF LEGAL-ENTITIES-FS = "00" THEN
              MOVE WS-LOOKUP-ID TO LE-CM-ID
              READ LEGAL-ENTITIES
                 NOT INVALID KEY
                    MOVE 'E' TO WS-X-TYPE(WS-PARTY-FOUND)
              END-READ
           END-IF.

           MOVE WS-LOOKUP-ID TO WS-X-GROUP-ID(WS-PARTY-FOUND).
           IF EXPOSURE-LIMITS-FS = "00" THEN
              MOVE WS-LOOKUP-ID TO EL-CUSTOMER-ID
              READ EXPOSURE-LIMITS
                 NOT INVALID KEY
                    IF EL-GROUP-ID NOT = 0 THEN
                       MOVE EL-GROUP-ID
                          TO WS-X-GROUP-ID(WS-PARTY-FOUND)
                    END-IF
              END-READ
           END-IF.

      *    Exposure value is the amount times its conversion
      *    factor; the weighted amount is that times the weight.
       WEIGHT-ALL-PARTIES.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
              IF WS-X-TYPE(WS-PARTY-IDX) = 'E' THEN
                 MOVE 2 TO WS-TYPE-IDX
              ELSE
                 MOVE 1 TO WS-TYPE-IDX
              END-IF
              PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                    UNTIL WS-CATEGORY-IDX > CATEGORY-COUNT
                 PERFORM WEIGHT-ONE-CATEGORY
              END-PERFORM
           END-PERFORM.

       WEIGHT-ONE-CATEGORY.
           MOVE WS-X-GROSS(WS-PARTY-IDX, WS-CATEGORY-IDX)
              TO WS-WORK-AMOUNT.
           IF WS-WORK-AMOUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           SET WS-WEIGHT-IDX TO 1.
           SEARCH WS-WEIGHT-ENTRY
              AT END
                 MOVE WS-WORK-AMOUNT TO WS-WORK-EAD
                 MOVE WS-WORK-AMOUNT TO WS-WORK-RWA
              WHEN WS-W-CATEGORY(WS-WEIGHT-IDX) = WS-CATEGORY-IDX
                    AND WS-W-TYPE(WS-WEIGHT-IDX)
                       = WS-X-TYPE(WS-PARTY-IDX)
                 COMPUTE WS-WORK-EAD ROUNDED = WS-WORK-AMOUNT
                    * WS-W-CCF-PCT(WS-WEIGHT-IDX) / 100
                 COMPUTE WS-WORK-RWA ROUNDED = WS-WORK-EAD
                    * WS-W-RISK-PCT(WS-WEIGHT-IDX) / 100
           END-SEARCH.
           MOVE WS-WORK-EAD
              TO WS-X-EAD(WS-PARTY-IDX, WS-CATEGORY-IDX).
           MOVE WS-WORK-RWA
              TO WS-X-RWA(WS-PARTY-IDX, WS-CATEGORY-IDX).
           IF WS-CATEGORY-IDX NOT = 2 THEN
              ADD WS-WORK-EAD TO WS-X-LE-EXPOSURE(WS-PARTY-IDX)
           END-IF.

           ADD WS-WORK-AMOUNT
              TO WS-T-GROSS(WS-CATEGORY-IDX, WS-TYPE-IDX).
           ADD WS-WORK-EAD TO WS-T-EAD(WS-CATEGORY-IDX, WS-TYPE-IDX).
           ADD WS-WORK-RWA TO WS-T-RWA(WS-CATEGORY-IDX, WS-TYPE-IDX).
           ADD WS-WORK-AMOUNT TO WS-GRAND-GROSS.
           ADD WS-WORK-EAD TO WS-GRAND-EAD.
           ADD WS-WORK-RWA TO WS-GRAND-RWA.

       BUILD-CLIENT-GROUPS.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
              MOVE 0 TO WS-GROUP-FOUND
              PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                    UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                 IF WS-G-HEAD-ID(WS-GROUP-IDX)
                       = WS-X-GROUP-ID(WS-PARTY-IDX) THEN
                    SET WS-GROUP-FOUND TO WS-GROUP-IDX
                 END-IF
              END-PERFORM
              IF WS-GROUP-FOUND = 0 THEN
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND
                 MOVE WS-X-GROUP-ID(WS-PARTY-IDX)
                    TO WS-G-HEAD-ID(WS-GROUP-FOUND)
                 MOVE 0 TO WS-G-MEMBER-COUNT(WS-GROUP-FOUND)
                 MOVE 0 TO WS-G-LE-EXPOSURE(WS-GROUP-FOUND)
                 MOVE 0 TO WS-G-RWA(WS-GROUP-FOUND)
              END-IF
              ADD 1 TO WS-G-MEMBER-COUNT(WS-GROUP-FOUND)
              ADD WS-X-LE-EXPOSURE(WS-PARTY-IDX)
                 TO WS-G-LE-EXPOSURE(WS-GROUP-FOUND)
              PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                    UNTIL WS-CATEGORY-IDX > CATEGORY-COUNT
                 ADD WS-X-RWA(WS-PARTY-IDX, WS-CATEGORY-IDX)
                    TO WS-G-RWA(WS-GROUP-FOUND)
              END-PERFORM
           END-PERFORM.

       LOAD-GL-BALANCES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GL-BALANCES.
           IF GL-BALANCES-FS NOT = "00" THEN
              CLOSE GL-BALANCES
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-BALANCES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE GB-PERIOD TO WS-GL-PERIOD
                    IF GB-ACCOUNT = GL-PRETS-CLIENTELE THEN
                       IF GB-SIDE = 'D' THEN
                          MOVE GB-BALANCE TO WS-GL-LOANS
                       ELSE
                          COMPUTE WS-GL-LOANS = 0 - GB-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-BALANCES.

      *    Every client or connected group at or above a tenth of
      *    the capital, with its members under it; above the legal
      *    quarter it is flagged.
       WRITE-LARGE-EXPOSURES.
           OPEN OUTPUT LARGE-EXPOSURE-REPORT.
           MOVE SPACES TO LARGE-EXPOSURE-LINE.
           STRING "GRANDS RISQUES AU " WS-TODAY
              " - SEUIL " LARGE-EXPOSURE-PCT " % DES FONDS PROPRES"
              DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE.
           WRITE LARGE-EXPOSURE-LINE.
           MOVE WS-ELIGIBLE-CAPITAL TO WS-AMOUNT-EDIT.
           MOVE WS-LARGE-THRESHOLD TO WS-AMOUNT-EDIT-2.
           MOVE WS-LEGAL-CEILING TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO LARGE-EXPOSURE-LINE.
           STRING "FONDS PROPRES ELIGIBLES=" WS-AMOUNT-EDIT
              " SEUIL=" WS-AMOUNT-EDIT-2
              " PLAFOND=" WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE.
           WRITE LARGE-EXPOSURE-LINE.

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              IF WS-G-LE-EXPOSURE(WS-GROUP-IDX)
                    NOT < WS-LARGE-THRESHOLD THEN
                 PERFORM WRITE-ONE-LARGE-EXPOSURE
              END-IF
           END-PERFORM.

           MOVE SPACES TO LARGE-EXPOSURE-LINE.
           STRING "TOTAL " WS-LISTED-COUNT " GRAND(S) RISQUE(S), "
              "DONT " WS-OVER-CEILING-COUNT " AU-DELA DU PLAFOND"
              DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE.
           WRITE LARGE-EXPOSURE-LINE.
           CLOSE LARGE-EXPOSURE-REPORT.

       WRITE-ONE-LARGE-EXPOSURE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-FLAG.
           IF WS-G-LE-EXPOSURE(WS-GROUP-IDX) > WS-LEGAL-CEILING THEN
              ADD 1 TO WS-OVER-CEILING-COUNT
              MOVE "DEPASSEMENT 25 %" TO WS-FLAG
           END-IF.
           IF WS-ELIGIBLE-CAPITAL > 0 THEN
              COMPUTE WS-SHARE-PCT ROUNDED =
                 WS-G-LE-EXPOSURE(WS-GROUP-IDX) * 100
                 / WS-ELIGIBLE-CAPITAL
           ELSE
              MOVE 0 TO WS-SHARE-PCT
           END-IF.
           MOVE WS-SHARE-PCT TO WS-PCT-EDIT.
           MOVE WS-G-LE-EXPOSURE(WS-GROUP-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-G-RWA(WS-GROUP-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO LARGE-EXPOSURE-LINE.
           IF WS-G-MEMBER-COUNT(WS-GROUP-IDX) > 1 THEN
              STRING "GROUPE " WS-G-HEAD-ID(WS-GROUP-IDX)
                 " (" WS-G-MEMBER-COUNT(WS-GROUP-IDX) " clients)"
                 " EXPOSITION=" WS-AMOUNT-EDIT
                 " " WS-PCT-EDIT " % PONDERE=" WS-AMOUNT-EDIT-2
                 " " WS-FLAG
                 DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE
              END-STRING
           ELSE
              STRING "CLIENT " WS-G-HEAD-ID(WS-GROUP-IDX)
                 "              EXPOSITION=" WS-AMOUNT-EDIT
                 " " WS-PCT-EDIT " % PONDERE=" WS-AMOUNT-EDIT-2
                 " " WS-FLAG
                 DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE
              END-STRING
           END-IF.
           WRITE LARGE-EXPOSURE-LINE.

           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
              IF WS-X-GROUP-ID(WS-PARTY-IDX)
                    = WS-G-HEAD-ID(WS-GROUP-IDX) THEN
                 PERFORM WRITE-ONE-MEMBER
              END-IF
           END-PERFORM.

      *    The member's position, category by category, before
      *    and after conversion.
       WRITE-ONE-MEMBER.
           MOVE WS-X-LE-EXPOSURE(WS-PARTY-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LARGE-EXPOSURE-LINE.
           STRING "  CLIENT " WS-X-CUSTOMER-ID(WS-PARTY-IDX)
              " TYPE " WS-X-TYPE(WS-PARTY-IDX)
              " EXPOSITION=" WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE.
           WRITE LARGE-EXPOSURE-LINE.
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                 UNTIL WS-CATEGORY-IDX > CATEGORY-COUNT
              IF WS-X-GROSS(WS-PARTY-IDX, WS-CATEGORY-IDX) > 0 THEN
                 MOVE WS-X-GROSS(WS-PARTY-IDX, WS-CATEGORY-IDX)
                    TO WS-AMOUNT-EDIT
                 MOVE WS-X-EAD(WS-PARTY-IDX, WS-CATEGORY-IDX)
                    TO WS-AMOUNT-EDIT-2
                 MOVE WS-X-RWA(WS-PARTY-IDX, WS-CATEGORY-IDX)
                    TO WS-AMOUNT-EDIT-3
                 MOVE SPACES TO LARGE-EXPOSURE-LINE
                 STRING "    " WS-CATEGORY-NAME(WS-CATEGORY-IDX)
                    " BRUT=" WS-AMOUNT-EDIT
                    " EXPOSITION=" WS-AMOUNT-EDIT-2
                    " PONDERE=" WS-AMOUNT-EDIT-3
                    DELIMITED BY SIZE INTO LARGE-EXPOSURE-LINE
                 END-STRING
                 WRITE LARGE-EXPOSURE-LINE
              END-IF
           END-PERFORM.

      *    The totals return, then the loans book against the
      *    ledger's loans account at the period last closed.
       WRITE-RWA-RETURN.
           OPEN OUTPUT RWA-RETURN.
           MOVE SPACES TO RWA-RETURN-LINE.
           STRING "ETAT DES RISQUES PONDERES AU " WS-TODAY
              " - GRAND LIVRE ARRETE A " WS-GL-PERIOD
              DELIMITED BY SIZE INTO RWA-RETURN-LINE.
           WRITE RWA-RETURN-LINE.
           IF WS-GL-PERIOD = 0 THEN
              MOVE "ATTENTION : aucune cloture mensuelle disponible"
                 TO RWA-RETURN-LINE
              WRITE RWA-RETURN-LINE
           ELSE
              IF NOT WS-GL-QUARTER-END THEN
                 MOVE SPACES TO RWA-RETURN-LINE
                 STRING "ATTENTION : la derniere cloture ("
                    WS-GL-PERIOD ") n'est pas une fin de trimestre"
                    DELIMITED BY SIZE INTO RWA-RETURN-LINE
                 END-STRING
                 WRITE RWA-RETURN-LINE
              END-IF
           END-IF.

           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                 UNTIL WS-CATEGORY-IDX > CATEGORY-COUNT
              PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > 2
                 PERFORM WRITE-ONE-RETURN-LINE
              END-PERFORM
           END-PERFORM.

           MOVE WS-GRAND-GROSS TO WS-AMOUNT-EDIT.
           MOVE WS-GRAND-EAD TO WS-AMOUNT-EDIT-2.
           MOVE WS-GRAND-RWA TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO RWA-RETURN-LINE.
           STRING "TOTAL          BRUT=" WS-AMOUNT-EDIT
              " EXPOSITION=" WS-AMOUNT-EDIT-2
              " PONDERE=" WS-AMOUNT-EDIT-3
              DELIMITED BY SIZE INTO RWA-RETURN-LINE.
           WRITE RWA-RETURN-LINE.

           MOVE SPACES TO RWA-RETURN-LINE.
           MOVE "RAPPROCHEMENT AVEC LE GRAND LIVRE" TO RWA-RETURN-LINE.
           WRITE RWA-RETURN-LINE.
           COMPUTE WS-DIFFERENCE = WS-LOANS-BOOK - WS-GL-LOANS.
           MOVE WS-LOANS-BOOK TO WS-AMOUNT-EDIT.
           MOVE WS-GL-LOANS TO WS-SIGNED-EDIT.
           MOVE SPACES TO RWA-RETURN-LINE.
           STRING "  PRETS : ENCOURS=" WS-AMOUNT-EDIT
              " COMPTE " GL-PRETS-CLIENTELE "=" WS-SIGNED-EDIT
              DELIMITED BY SIZE INTO RWA-RETURN-LINE.
           WRITE RWA-RETURN-LINE.
           MOVE WS-DIFFERENCE TO WS-SIGNED-EDIT.
           MOVE SPACES TO RWA-RETURN-LINE.
           IF WS-DIFFERENCE = 0 THEN
              STRING "  ECART=" WS-SIGNED-EDIT " CONCORDANT"
                 DELIMITED BY SIZE INTO RWA-RETURN-LINE
              END-STRING
           ELSE
              STRING "  ECART=" WS-SIGNED-EDIT " A JUSTIFIER"
                 DELIMITED BY SIZE INTO RWA-RETURN-LINE
              END-STRING
           END-IF.
           WRITE RWA-RETURN-LINE.
      *    Overdrawn balances sit inside the customer deposits
      *    account; there is no ledger account of their own to
      *    agree them to.
           MOVE WS-OVERDRAWN-BOOK TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RWA-RETURN-LINE.
           STRING "  DECOUVERTS UTILISES=" WS-AMOUNT-EDIT
              " (compris dans le compte 200100)"
              DELIMITED BY SIZE INTO RWA-RETURN-LINE.
           WRITE RWA-RETURN-LINE.
           CLOSE RWA-RETURN.

       WRITE-ONE-RETURN-LINE.
           IF WS-T-GROSS(WS-CATEGORY-IDX, WS-TYPE-IDX) = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-T-GROSS(WS-CATEGORY-IDX, WS-TYPE-IDX)
              TO WS-AMOUNT-EDIT.
           MOVE WS-T-EAD(WS-CATEGORY-IDX, WS-TYPE-IDX)
              TO WS-AMOUNT-EDIT-2.
           MOVE WS-T-RWA(WS-CATEGORY-IDX, WS-TYPE-IDX)
              TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO RWA-RETURN-LINE.
           IF WS-TYPE-IDX = 1 THEN
              STRING WS-CATEGORY-NAME(WS-CATEGORY-IDX) " P"
                 "     BRUT=" WS-AMOUNT-EDIT
                 " EXPOSITION=" WS-AMOUNT-EDIT-2
                 " PONDERE=" WS-AMOUNT-EDIT-3
                 DELIMITED BY SIZE INTO RWA-RETURN-LINE
              END-STRING
           ELSE
              STRING WS-CATEGORY-NAME(WS-CATEGORY-IDX) " E"
                 "     BRUT=" WS-AMOUNT-EDIT
                 " EXPOSITION=" WS-AMOUNT-EDIT-2
                 " PONDERE=" WS-AMOUNT-EDIT-3
                 DELIMITED BY SIZE INTO RWA-RETURN-LINE
              END-STRING
           END-IF.
           WRITE RWA-RETURN-LINE.

       END PROGRAM LargeExposureReturn.
