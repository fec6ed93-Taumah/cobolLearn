       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceConversion.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  One-off conversion of every file that stores a balance, or
      *  a ceiling or limit compared against one, from the old
      *  9(4)V99 / 9(5)V99 widths to the 9(7)V99 ones. Each file is
      *  read in its old layout, written to a .new copy in the new
      *  one, checked, then swapped in; the original stays beside
      *  it as .ancien. Fixed paths throughout, like the reorg
      *  utility: the swap commands name the same files read here.
           SELECT OLD-BANK-RECORDS ASSIGN TO '../../data/demo.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OB-KEY
              FILE STATUS IS OLD-BANK-FS.

           SELECT BANK-RECORDS ASSIGN TO '../../data/demo.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              ALTERNATE RECORD KEY IS RCD-PIN WITH DUPLICATES
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT OLD-TRANHIST ASSIGN TO '../../data/tranhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OH-KEY
              FILE STATUS IS OLD-TRANHIST-FS.

           SELECT TRANHIST-RECORDS ASSIGN TO '../../data/tranhist.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRANHIST-FS.

      *  The three line-sequential journals can hold both widths at
      *  once (rows appended by a program already rebuilt): each
      *  line is read at the new width and only the short ones are
      *  reformatted.
           SELECT OLD-TRANLOG ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OLD-TRANLOG-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.new'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-INTENT-JOURNAL ASSIGN TO '../../data/intent.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OLD-INTENT-FS.

           SELECT INTENT-JOURNAL ASSIGN TO '../../data/intent.new'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-GL-PERIOD ASSIGN TO '../../data/glperiod.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OLD-GL-PERIOD-FS.

           SELECT GL-PERIOD-FILE ASSIGN TO '../../data/glperiod.new'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The registers whose ceilings and limits are compared
      *  against a balance.
           SELECT OLD-APPROVALS ASSIGN TO '../../data/pendappr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OA-ID
              FILE STATUS IS OLD-APPROVALS-FS.

           SELECT PENDING-APPROVALS ASSIGN TO '../../data/pendappr.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PA-ID
              FILE STATUS IS PENDING-APPROVALS-FS.

           SELECT OLD-PRODUCTS ASSIGN TO '../../data/prodcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OP-CODE
              FILE STATUS IS OLD-PRODUCTS-FS.

           SELECT PRODUCT-RECORDS ASSIGN TO '../../data/prodcat.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-CODE
              FILE STATUS IS PRODUCT-RECORDS-FS.

           SELECT OLD-SWEEPS ASSIGN TO '../../data/sweep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OS-KEY
              FILE STATUS IS OLD-SWEEPS-FS.

           SELECT SWEEP-INSTRUCTIONS ASSIGN TO '../../data/sweep.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-KEY
              FILE STATUS IS SWEEP-INSTRUCTIONS-FS.

           SELECT OLD-OVERDRAFTS ASSIGN TO '../../data/overdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OO-KEY
              FILE STATUS IS OLD-OVERDRAFTS-FS.

           SELECT OVERDRAFT-RECORDS ASSIGN TO
                 '../../data/overdraft.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OD-KEY
              FILE STATUS IS OVERDRAFT-RECORDS-FS.

      *  A deceased customer's hold carries the whole balance, so
      *  the held amount widens with it.
           SELECT OLD-FREEZES ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OF-KEY
              FILE STATUS IS OLD-FREEZES-FS.

           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

      *  Not balances, but rows that outgrew their record in the
      *  same release: a standing order gains the payee's IBAN, a
      *  terminal its weekly hours and maintenance slots. Both go
      *  through the same copy, check and swap.
           SELECT OLD-STANDING-ORDERS ASSIGN TO
                 '../../data/standord.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OSO-ID
              FILE STATUS IS OLD-STANDING-ORDERS-FS.

           SELECT STANDING-ORDERS ASSIGN TO '../../data/standord.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-ID
              FILE STATUS IS STANDING-ORDERS-FS.

           SELECT OLD-TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OTP-ID
              FILE STATUS IS OLD-TERMINAL-PROFILES-FS.

           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.new'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS TERMINAL-PROFILES-FS.

      *  Per file: rows read, rows written, money before and after,
      *  and whether the swap went through.
           SELECT CONVERSION-REPORT ASSIGN TO '../../data/balconv.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *  The 64-byte account image as it was: a 4-digit packed
      *  balance between the same surrounding fields.
       FD OLD-BANK-RECORDS
           RECORD CONTAINS 64 CHARACTERS.
       01 OLD-BANK-RECORD.
           03 OB-KEY PIC X(6).
           03 OB-BEFORE-AMOUNT PIC X(43).
           03 OB-AMMOUNT PIC S9(4)V99 COMP-3.
           03 OB-AFTER-AMOUNT PIC X(11).

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD OLD-TRANHIST.
       01 OLD-TRANHIST-RECORD.
           03 OH-KEY PIC X(23).
           03 OH-TYPE PIC X(4).
           03 OH-AMOUNT PIC 9(5)V99.
           03 OH-BALANCE PIC S9(5)V99 SIGN LEADING SEPARATE.
           03 OH-REF PIC 9(8).
           03 OH-CARD PIC 9(4).
           03 OH-TERMINAL PIC X(4).
           03 OH-BRANCH PIC X(2).

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".

       FD OLD-TRANLOG.
       01 OLD-TRANLOG-LINE.
           03 OT-PIN PIC 9(4).
           03 FILLER PIC X.
           03 OT-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 OT-TYPE PIC X(4).
           03 FILLER PIC X.
           03 OT-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 OT-BALANCE PIC S9(5)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X.
           03 OT-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 OT-REF PIC 9(8).
           03 FILLER PIC X.
           03 OT-CARD PIC 9(4).
           03 FILLER PIC X.
           03 OT-TERMINAL PIC X(4).
           03 FILLER PIC X.
           03 OT-BRANCH PIC X(2).
      *    Blank on an old 66-character row, the end of the branch
      *    column on a row already at the new width.
           03 OT-WIDE-ONLY PIC X(4).

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD OLD-INTENT-JOURNAL.
       01 OLD-INTENT-LINE.
           03 OI-TYPE PIC X(6).
           03 FILLER PIC X.
           03 OI-REF PIC 9(8).
           03 FILLER PIC X.
           03 OI-ACCOUNT-COUNT PIC 9.
           03 FILLER PIC X.
           03 OI-PIN-1 PIC 9(4).
           03 OI-ACCT-NO-1 PIC 9(2).
           03 OI-BALANCE-1 PIC S9(4)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X.
           03 OI-PIN-2 PIC 9(4).
           03 OI-ACCT-NO-2 PIC 9(2).
           03 OI-BALANCE-2 PIC S9(4)V99 SIGN LEADING SEPARATE.
           03 OI-WIDE-ONLY PIC X(6).

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       FD OLD-GL-PERIOD.
       01 OLD-GL-PERIOD-LINE.
           03 OG-HEAD PIC X(21).
           03 OG-AMOUNT PIC 9(5)V99.
           03 OG-WIDE-ONLY PIC X(2).

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           03 GP-HEAD PIC X(21).
           03 GP-AMOUNT PIC 9(7)V99.

       FD OLD-APPROVALS.
       01 OLD-APPROVAL-RECORD.
           03 OA-ID PIC 9(6).
           03 OA-PIN PIC 9(4).
           03 OA-ACCT-NO PIC 9(2).
           03 OA-NEW-AMOUNT PIC 9(4)V99.
           03 OA-REQUESTED-BY PIC 9(6).
           03 OA-REQUEST-DATE PIC 9(8).
           03 OA-DECIDED-BY PIC 9(6).
           03 OA-STATUS PIC X.

       FD PENDING-APPROVALS.
       COPY "APPROVREC.cpy".

       FD OLD-PRODUCTS.
       01 OLD-PRODUCT-RECORD.
           03 OP-CODE PIC X.
           03 OP-NAME PIC X(20).
           03 OP-INTEREST-RATE PIC 9V9(4).
           03 OP-MAX-DEPOSIT PIC 9(4)V99.
           03 OP-MAX-BALANCE PIC 9(4)V99.
           03 OP-DAILY-WDRAW-LIMIT PIC 9(5)V99.
           03 OP-OVERDRAFT-RATE PIC 9V9(4).

       FD PRODUCT-RECORDS.
       COPY "PRODCAT.cpy".

       FD OLD-SWEEPS.
       01 OLD-SWEEP-RECORD.
           03 OS-KEY PIC X(6).
           03 OS-DEST-ACCT-NO PIC 9(2).
           03 OS-CEILING PIC 9(4)V99.
           03 OS-REGISTERED-DATE PIC 9(8).
           03 OS-STATUS PIC X.

       FD SWEEP-INSTRUCTIONS.
       COPY "SWEEPREC.cpy".

       FD OLD-OVERDRAFTS.
       01 OLD-OVERDRAFT-RECORD.
           03 OO-KEY PIC X(6).
           03 OO-LIMIT PIC 9(4)V99.
           03 OO-GRANTED-DATE PIC 9(8).
           03 OO-GRANTED-BY PIC 9(6).
           03 OO-STATUS PIC X.

       FD OVERDRAFT-RECORDS.
       COPY "ODLIMIT.cpy".

       FD OLD-FREEZES.
       01 OLD-FREEZE-RECORD.
           03 OF-KEY PIC X(6).
           03 OF-REASON-CODE PIC X(4).
           03 OF-AUTHORITY PIC X(20).
           03 OF-EFFECTIVE-DATE PIC 9(8).
           03 OF-EXPIRY-DATE PIC 9(8).
           03 OF-HELD-AMOUNT PIC 9(5)V99.
           03 OF-STATUS PIC X.

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD OLD-STANDING-ORDERS.
       01 OLD-STANDING-ORDER-RECORD.
           03 OSO-ID PIC 9(6).
           03 FILLER PIC X.
           03 OSO-PIN PIC 9(4).
           03 FILLER PIC X.
           03 OSO-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 OSO-DEST-PIN PIC 9(4).
           03 FILLER PIC X.
           03 OSO-DEST-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 OSO-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 OSO-FREQUENCY PIC X.
           03 FILLER PIC X.
           03 OSO-NEXT-DATE PIC 9(8).
           03 FILLER PIC X.
           03 OSO-STATUS PIC X.

       FD STANDING-ORDERS.
       COPY "STANDORD.cpy".

       FD OLD-TERMINAL-PROFILES.
       01 OLD-TERMINAL-PROFILE-RECORD.
           03 OTP-ID PIC X(4).
           03 OTP-LOCATION PIC X(20).
           03 OTP-LANGUAGE PIC X(2).
           03 OTP-CASH-CEILING PIC 9(7)V99.
           03 OTP-BRANCH PIC X(2).
           03 OTP-STATUS PIC X.

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       FD CONVERSION-REPORT.
       01 CONVERSION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 OLD-BANK-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 OLD-TRANHIST-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 OLD-TRANLOG-FS PIC XX.
       01 OLD-INTENT-FS PIC XX.
       01 OLD-GL-PERIOD-FS PIC XX.
       01 OLD-APPROVALS-FS PIC XX.
       01 PENDING-APPROVALS-FS PIC XX.
       01 OLD-PRODUCTS-FS PIC XX.
       01 PRODUCT-RECORDS-FS PIC XX.
       01 OLD-SWEEPS-FS PIC XX.
       01 SWEEP-INSTRUCTIONS-FS PIC XX.
       01 OLD-OVERDRAFTS-FS PIC XX.
       01 OVERDRAFT-RECORDS-FS PIC XX.
       01 OLD-FREEZES-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 OLD-STANDING-ORDERS-FS PIC XX.
       01 STANDING-ORDERS-FS PIC XX.
       01 OLD-TERMINAL-PROFILES-FS PIC XX.
       01 TERMINAL-PROFILES-FS PIC XX.
       01 WS-DAY-IDX PIC 9.
       01 WS-WINDOW-IDX PIC 9.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-READ-COUNT PIC 9(7).
       01 WS-READ-TOTAL PIC S9(11)V99.
       01 WS-WRITTEN-COUNT PIC 9(7).
       01 WS-CHECK-COUNT PIC 9(7).
       01 WS-CHECK-TOTAL PIC S9(11)V99.
       01 WS-ALREADY-COUNT PIC 9(7).
       01 WS-READ-EDIT PIC -9(11),99.
       01 WS-CHECK-EDIT PIC -9(11),99.
       01 WS-FAILED-FILES PIC 9(2) VALUE 0.

      *  Dropped the moment a row does not unpack in the old
      *  layout: a file already converted, read back through the
      *  old record description, would otherwise be converted a
      *  second time into garbage. The guard makes a rerun a
      *  refusal for that file instead of a disaster.
       01 WS-PARSE-OK PIC X VALUE 'Y'.

      *  The file being swapped, without its .dat extension.
       01 WS-SWAP-NAME PIC X(20).
       01 WS-SWAP-COMMAND PIC X(120).
       01 COMMAND-STATUS PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN OUTPUT CONVERSION-REPORT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "ELARGISSEMENT DES SOLDES A 9 999 999,99 " WS-TODAY
              DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           END-STRING.
           WRITE CONVERSION-REPORT-LINE.

           PERFORM CONVERT-BANK-RECORDS.
           PERFORM CONVERT-TRANHIST.
           PERFORM CONVERT-TRANLOG.
           PERFORM CONVERT-INTENT-JOURNAL.
           PERFORM CONVERT-GL-PERIOD.
           PERFORM CONVERT-APPROVALS.
           PERFORM CONVERT-PRODUCTS.
           PERFORM CONVERT-SWEEPS.
           PERFORM CONVERT-OVERDRAFTS.
           PERFORM CONVERT-FREEZES.
           PERFORM CONVERT-STANDING-ORDERS.
           PERFORM CONVERT-TERMINAL-PROFILES.

           CLOSE CONVERSION-REPORT.

           IF WS-FAILED-FILES > 0 THEN
              DISPLAY WS-FAILED-FILES " fichier(s) non converti(s), "
                 "voir balconv.dat"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Conversion terminee, voir balconv.dat"
           END-IF.
      *    The snapshots and the training copy were cut in the old
      *    layout and are only good for it from now on.
           DISPLAY "Relancer BackupMasters puis TrainingRefresh "
              "avant toute reprise".
           STOP RUN.

      *    The balance is repacked into its wider field, every
      *    other byte of the image carried across as it was; the
      *    verify pass rereads the new copy and must find the same
      *    rows and the same money before anything is swapped.
       CONVERT-BANK-RECORDS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-BANK-RECORDS.
           IF OLD-BANK-FS NOT = "00" THEN
              CLOSE OLD-BANK-RECORDS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "demo.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BANK-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-BANK-RECORDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OB-AMMOUNT IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OB-AMMOUNT TO WS-READ-TOTAL
                       MOVE OB-KEY TO RCD-KEY
                       MOVE OB-BEFORE-AMOUNT TO BANK-RECORD(7:43)
                       MOVE OB-AMMOUNT TO RCD-AMMOUNT
                       MOVE OB-AFTER-AMOUNT TO BANK-RECORD(55:11)
                       WRITE BANK-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-BANK-RECORDS.
           CLOSE BANK-RECORDS.

           IF WS-PARSE-OK = 'N' THEN
              ADD 1 TO WS-FAILED-FILES
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "demo.dat SOLDE ILLISIBLE APRES " WS-READ-COUNT
                 " lignes (deja converti ?) NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFY-BANK-CONVERSION.
           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-CHECK-COUNT = WS-READ-COUNT
                 AND WS-CHECK-TOTAL = WS-READ-TOTAL THEN
              MOVE "demo" TO WS-SWAP-NAME
              PERFORM SWAP-IN-CONVERTED-FILE
              STRING "demo.dat OK lignes=" WS-READ-COUNT
                 " soldes=" WS-READ-EDIT " permute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-FILES
              STRING "demo.dat ECART copie=" WS-CHECK-COUNT
                 "/" WS-CHECK-EDIT
                 " original=" WS-READ-COUNT "/" WS-READ-EDIT
                 " NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

       VERIFY-BANK-CONVERSION.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-RECORDS.
           MOVE LOW-VALUES TO RCD-KEY.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CHECK-COUNT
                    ADD RCD-AMMOUNT TO WS-CHECK-TOTAL
              END-READ
           END-PERFORM.
           CLOSE BANK-RECORDS.

       CONVERT-TRANHIST.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-TRANHIST.
           IF OLD-TRANHIST-FS NOT = "00" THEN
              CLOSE OLD-TRANHIST
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "tranhist.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRANHIST-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-TRANHIST
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OH-AMOUNT IS NOT NUMERIC
                          OR OH-BALANCE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OH-AMOUNT TO WS-READ-TOTAL
                       MOVE OH-KEY TO TH-KEY
                       MOVE OH-TYPE TO TH-TYPE
                       MOVE OH-AMOUNT TO TH-AMOUNT
                       MOVE OH-BALANCE TO TH-BALANCE
                       MOVE OH-REF TO TH-REF
                       MOVE OH-CARD TO TH-CARD
                       MOVE OH-TERMINAL TO TH-TERMINAL
                       MOVE OH-BRANCH TO TH-BRANCH
                       MOVE TH-DATETIME(1:8) TO TH-VALUE-DATE
                       WRITE TRANHIST-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-TRANHIST.
           CLOSE TRANHIST-RECORDS.

           IF WS-PARSE-OK = 'N' THEN
              ADD 1 TO WS-FAILED-FILES
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "tranhist.dat MONTANT ILLISIBLE APRES "
                 WS-READ-COUNT " lignes (deja converti ?) NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFY-TRANHIST-CONVERSION.
           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-CHECK-COUNT = WS-READ-COUNT
                 AND WS-CHECK-TOTAL = WS-READ-TOTAL THEN
              MOVE "tranhist" TO WS-SWAP-NAME
              PERFORM SWAP-IN-CONVERTED-FILE
              STRING "tranhist.dat OK lignes=" WS-READ-COUNT
                 " montants=" WS-READ-EDIT " permute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-FILES
              STRING "tranhist.dat ECART copie=" WS-CHECK-COUNT
                 "/" WS-CHECK-EDIT
                 " original=" WS-READ-COUNT "/" WS-READ-EDIT
                 " NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

       VERIFY-TRANHIST-CONVERSION.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANHIST-RECORDS.
           MOVE LOW-VALUES TO TH-KEY.
           START TRANHIST-RECORDS KEY IS >= TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANHIST-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CHECK-COUNT
                    ADD TH-AMOUNT TO WS-CHECK-TOTAL
              END-READ
           END-PERFORM.
           CLOSE TRANHIST-RECORDS.

      *    An old row is 66 characters, so its last four columns at
      *    the new width are blank; a row the rebuilt programs have
      *    already appended ends in its branch code and is copied
      *    untouched. Safe to run again.
       CONVERT-TRANLOG.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OLD-TRANLOG.
           IF OLD-TRANLOG-FS NOT = "00" THEN
              CLOSE OLD-TRANLOG
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "tranlog.dat ABSENT, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRANLOG-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y'
              READ OLD-TRANLOG
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OT-WIDE-ONLY = SPACES THEN
                       ADD 1 TO WS-READ-COUNT
                       ADD OT-AMOUNT TO WS-READ-TOTAL
                       MOVE SPACES TO TRANLOG-RECORD
                       MOVE OT-PIN TO TL-PIN
                       MOVE OT-ACCT-NO TO TL-ACCT-NO
                       MOVE OT-TYPE TO TL-TYPE
                       MOVE OT-AMOUNT TO TL-AMOUNT
                       MOVE OT-BALANCE TO TL-BALANCE
                       MOVE OT-DATETIME TO TL-DATETIME
                       MOVE OT-REF TO TL-REF
                       MOVE OT-CARD TO TL-CARD
                       MOVE OT-TERMINAL TO TL-TERMINAL
                       MOVE OT-BRANCH TO TL-BRANCH
                       MOVE TL-DATETIME(1:8) TO TL-VALUE-DATE
                       ADD TL-AMOUNT TO WS-CHECK-TOTAL
                    ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE OLD-TRANLOG-LINE TO TRANLOG-RECORD
                       IF TL-VALUE-DATE IS NOT NUMERIC THEN
                          MOVE TL-DATETIME(1:8) TO TL-VALUE-DATE
                       END-IF
                    END-IF
                    WRITE TRANLOG-RECORD
              END-READ
           END-PERFORM.
           CLOSE OLD-TRANLOG.
           CLOSE TRANLOG-RECORDS.

           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-READ-COUNT = 0 THEN
              STRING "tranlog.dat deja au format lignes="
                 WS-ALREADY-COUNT
                 ", laisse en place"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-TOTAL = WS-READ-TOTAL THEN
              MOVE "tranlog" TO WS-SWAP-NAME
              PERFORM SWAP-IN-CONVERTED-FILE
              STRING "tranlog.dat OK converties=" WS-READ-COUNT
                 " deja au format=" WS-ALREADY-COUNT
                 " montants=" WS-READ-EDIT " permute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-FILES
              STRING "tranlog.dat ECART montants=" WS-CHECK-EDIT
                 " original=" WS-READ-EDIT " NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

      *    An open INTENT must survive the conversion with its
      *    before-images intact, or the next startup recovery would
      *    put back the wrong balance; the totals prove it did.
       CONVERT-INTENT-JOURNAL.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OLD-INTENT-JOURNAL.
           IF OLD-INTENT-FS NOT = "00" THEN
              CLOSE OLD-INTENT-JOURNAL
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "intent.dat ABSENT, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INTENT-JOURNAL.

           PERFORM UNTIL WS-EOF = 'Y'
              READ OLD-INTENT-JOURNAL
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OI-WIDE-ONLY = SPACES THEN
                       ADD 1 TO WS-READ-COUNT
                       ADD OI-BALANCE-1 OI-BALANCE-2 TO WS-READ-TOTAL
                       MOVE SPACES TO INTENT-RECORD
                       MOVE OI-TYPE TO IJ-TYPE
                       MOVE OI-REF TO IJ-REF
                       MOVE OI-ACCOUNT-COUNT TO IJ-ACCOUNT-COUNT
                       MOVE OI-PIN-1 TO IJ-PIN-1
                       MOVE OI-ACCT-NO-1 TO IJ-ACCT-NO-1
                       MOVE OI-BALANCE-1 TO IJ-BALANCE-1
                       MOVE OI-PIN-2 TO IJ-PIN-2
                       MOVE OI-ACCT-NO-2 TO IJ-ACCT-NO-2
                       MOVE OI-BALANCE-2 TO IJ-BALANCE-2
                       ADD IJ-BALANCE-1 IJ-BALANCE-2 TO WS-CHECK-TOTAL
                    ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE OLD-INTENT-LINE TO INTENT-RECORD
                    END-IF
                    WRITE INTENT-RECORD
              END-READ
           END-PERFORM.
           CLOSE OLD-INTENT-JOURNAL.
           CLOSE INTENT-JOURNAL.

           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-READ-COUNT = 0 THEN
              STRING "intent.dat deja au format lignes="
                 WS-ALREADY-COUNT
                 ", laisse en place"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-TOTAL = WS-READ-TOTAL THEN
              MOVE "intent" TO WS-SWAP-NAME
              PERFORM SWAP-IN-CONVERTED-FILE
              STRING "intent.dat OK converties=" WS-READ-COUNT
                 " deja au format=" WS-ALREADY-COUNT
                 " soldes=" WS-READ-EDIT " permute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-FILES
              STRING "intent.dat ECART soldes=" WS-CHECK-EDIT
                 " original=" WS-READ-EDIT " NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

      *    The month's posting lines end in their amount: an old
      *    line is two columns short of the new width.
       CONVERT-GL-PERIOD.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OLD-GL-PERIOD.
           IF OLD-GL-PERIOD-FS NOT = "00" THEN
              CLOSE OLD-GL-PERIOD
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "glperiod.dat ABSENT, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GL-PERIOD-FILE.

           PERFORM UNTIL WS-EOF = 'Y'
              READ OLD-GL-PERIOD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OG-WIDE-ONLY = SPACES THEN
                       ADD 1 TO WS-READ-COUNT
                       ADD OG-AMOUNT TO WS-READ-TOTAL
                       MOVE OG-HEAD TO GP-HEAD
                       MOVE OG-AMOUNT TO GP-AMOUNT
                       ADD GP-AMOUNT TO WS-CHECK-TOTAL
                    ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE OLD-GL-PERIOD-LINE TO GL-PERIOD-RECORD
                    END-IF
                    WRITE GL-PERIOD-RECORD
              END-READ
           END-PERFORM.
           CLOSE OLD-GL-PERIOD.
           CLOSE GL-PERIOD-FILE.

           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-READ-COUNT = 0 THEN
              STRING "glperiod.dat deja au format lignes="
                 WS-ALREADY-COUNT
                 ", laisse en place"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-TOTAL = WS-READ-TOTAL THEN
              MOVE "glperiod" TO WS-SWAP-NAME
              PERFORM SWAP-IN-CONVERTED-FILE
              STRING "glperiod.dat OK converties=" WS-READ-COUNT
                 " deja au format=" WS-ALREADY-COUNT
                 " montants=" WS-READ-EDIT " permute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-FILES
              STRING "glperiod.dat ECART montants=" WS-CHECK-EDIT
                 " original=" WS-READ-EDIT " NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

      *    The registers are small: every row read must be written,
      *    and the amounts moved must add up to the amounts read.
       CONVERT-APPROVALS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-APPROVALS.
           IF OLD-APPROVALS-FS NOT = "00" THEN
              CLOSE OLD-APPROVALS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "pendappr.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PENDING-APPROVALS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-APPROVALS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OA-NEW-AMOUNT IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OA-NEW-AMOUNT TO WS-READ-TOTAL
                       MOVE OA-ID TO PA-ID
                       MOVE OA-PIN TO PA-PIN
                       MOVE OA-ACCT-NO TO PA-ACCT-NO
                       MOVE OA-NEW-AMOUNT TO PA-NEW-AMOUNT
                       MOVE OA-REQUESTED-BY TO PA-REQUESTED-BY
                       MOVE OA-REQUEST-DATE TO PA-REQUEST-DATE
                       MOVE OA-DECIDED-BY TO PA-DECIDED-BY
                       MOVE OA-STATUS TO PA-STATUS
                       WRITE PENDING-APPROVAL-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD PA-NEW-AMOUNT TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-APPROVALS.
           CLOSE PENDING-APPROVALS.

           MOVE "pendappr" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

       CONVERT-PRODUCTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-PRODUCTS.
           IF OLD-PRODUCTS-FS NOT = "00" THEN
              CLOSE OLD-PRODUCTS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "prodcat.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRODUCT-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-PRODUCTS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OP-MAX-BALANCE IS NOT NUMERIC
                          OR OP-OVERDRAFT-RATE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OP-MAX-BALANCE TO WS-READ-TOTAL
                       MOVE OP-CODE TO PC-CODE
                       MOVE OP-NAME TO PC-NAME
                       MOVE OP-INTEREST-RATE TO PC-INTEREST-RATE
                       MOVE OP-MAX-DEPOSIT TO PC-MAX-DEPOSIT
                       MOVE OP-MAX-BALANCE TO PC-MAX-BALANCE
                       MOVE OP-DAILY-WDRAW-LIMIT
                          TO PC-DAILY-WDRAW-LIMIT
                       MOVE OP-OVERDRAFT-RATE TO PC-OVERDRAFT-RATE
                       WRITE PRODUCT-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD PC-MAX-BALANCE TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-PRODUCTS.
           CLOSE PRODUCT-RECORDS.

           MOVE "prodcat" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

       CONVERT-SWEEPS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-SWEEPS.
           IF OLD-SWEEPS-FS NOT = "00" THEN
              CLOSE OLD-SWEEPS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "sweep.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SWEEP-INSTRUCTIONS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-SWEEPS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OS-CEILING IS NOT NUMERIC
                          OR OS-REGISTERED-DATE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OS-CEILING TO WS-READ-TOTAL
                       MOVE OS-KEY TO SW-KEY
                       MOVE OS-DEST-ACCT-NO TO SW-DEST-ACCT-NO
                       MOVE OS-CEILING TO SW-CEILING
                       MOVE OS-REGISTERED-DATE TO SW-REGISTERED-DATE
                       MOVE OS-STATUS TO SW-STATUS
                       WRITE SWEEP-INSTRUCTION-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD SW-CEILING TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-SWEEPS.
           CLOSE SWEEP-INSTRUCTIONS.

           MOVE "sweep" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

       CONVERT-OVERDRAFTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-OVERDRAFTS.
           IF OLD-OVERDRAFTS-FS NOT = "00" THEN
              CLOSE OLD-OVERDRAFTS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "overdraft.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OVERDRAFT-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-OVERDRAFTS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OO-LIMIT IS NOT NUMERIC
                          OR OO-GRANTED-DATE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OO-LIMIT TO WS-READ-TOTAL
                       MOVE OO-KEY TO OD-KEY
                       MOVE OO-LIMIT TO OD-LIMIT
                       MOVE OO-GRANTED-DATE TO OD-GRANTED-DATE
                       MOVE OO-GRANTED-BY TO OD-GRANTED-BY
                       MOVE OO-STATUS TO OD-STATUS
                       WRITE OVERDRAFT-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD OD-LIMIT TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-OVERDRAFTS.
           CLOSE OVERDRAFT-RECORDS.

           MOVE "overdraft" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

       CONVERT-FREEZES.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-FREEZES.
           IF OLD-FREEZES-FS NOT = "00" THEN
              CLOSE OLD-FREEZES
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "freeze.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FREEZE-RECORDS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-FREEZES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OF-HELD-AMOUNT IS NOT NUMERIC
                          OR OF-EXPIRY-DATE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OF-HELD-AMOUNT TO WS-READ-TOTAL
                       MOVE OF-KEY TO FZ-KEY
                       MOVE OF-REASON-CODE TO FZ-REASON-CODE
                       MOVE OF-AUTHORITY TO FZ-AUTHORITY
                       MOVE OF-EFFECTIVE-DATE TO FZ-EFFECTIVE-DATE
                       MOVE OF-EXPIRY-DATE TO FZ-EXPIRY-DATE
                       MOVE OF-HELD-AMOUNT TO FZ-HELD-AMOUNT
                       MOVE OF-STATUS TO FZ-STATUS
                       WRITE FREEZE-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD FZ-HELD-AMOUNT TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-FREEZES.
           CLOSE FREEZE-RECORDS.

           MOVE "freeze" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

      *    Every existing order pays an account on our books, so
      *    the new IBAN column comes across blank; the amounts are
      *    the check that no order was lost on the way.
       CONVERT-STANDING-ORDERS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-STANDING-ORDERS.
           IF OLD-STANDING-ORDERS-FS NOT = "00" THEN
              CLOSE OLD-STANDING-ORDERS
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "standord.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STANDING-ORDERS.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-STANDING-ORDERS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OSO-AMOUNT IS NOT NUMERIC
                          OR OSO-NEXT-DATE IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OSO-AMOUNT TO WS-READ-TOTAL
                       MOVE SPACES TO STANDING-ORDER-RECORD
                       MOVE OSO-ID TO SO-ID
                       MOVE OSO-PIN TO SO-PIN
                       MOVE OSO-ACCT-NO TO SO-ACCT-NO
                       MOVE OSO-DEST-PIN TO SO-DEST-PIN
                       MOVE OSO-DEST-ACCT-NO TO SO-DEST-ACCT-NO
                       MOVE OSO-AMOUNT TO SO-AMOUNT
                       MOVE OSO-FREQUENCY TO SO-FREQUENCY
                       MOVE OSO-NEXT-DATE TO SO-NEXT-DATE
                       MOVE OSO-STATUS TO SO-STATUS
                       MOVE SPACES TO SO-DEST-IBAN
                       WRITE STANDING-ORDER-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD SO-AMOUNT TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-STANDING-ORDERS.
           CLOSE STANDING-ORDERS.

           MOVE "standord" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

      *    A machine converted here stays open round the clock,
      *    0000 to 2400 every day, as it always has been; both
      *    zero would read as closed all day. No maintenance slot
      *    is booked. The cash ceilings are the check total.
       CONVERT-TERMINAL-PROFILES.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-READ-TOTAL.
           MOVE 0 TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-PARSE-OK.
           OPEN INPUT OLD-TERMINAL-PROFILES.
           IF OLD-TERMINAL-PROFILES-FS NOT = "00" THEN
              CLOSE OLD-TERMINAL-PROFILES
              MOVE SPACES TO CONVERSION-REPORT-LINE
              STRING "termprof.dat ABSENT OU DEJA CONVERTI, saute"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
              WRITE CONVERSION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TERMINAL-PROFILES.

           PERFORM UNTIL WS-EOF = 'Y' OR WS-PARSE-OK = 'N'
              READ OLD-TERMINAL-PROFILES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OTP-CASH-CEILING IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-PARSE-OK
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       ADD OTP-CASH-CEILING TO WS-READ-TOTAL
                       MOVE OTP-ID TO TP-ID
                       MOVE OTP-LOCATION TO TP-LOCATION
                       MOVE OTP-LANGUAGE TO TP-LANGUAGE
                       MOVE OTP-CASH-CEILING TO TP-CASH-CEILING
                       MOVE OTP-BRANCH TO TP-BRANCH
                       MOVE OTP-STATUS TO TP-STATUS
                       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                             UNTIL WS-DAY-IDX > 7
                          MOVE 0 TO TP-OPEN-TIME(WS-DAY-IDX)
                          MOVE 2400 TO TP-CLOSE-TIME(WS-DAY-IDX)
                       END-PERFORM
                       PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                             UNTIL WS-WINDOW-IDX > 3
                          MOVE 0 TO TP-MW-START(WS-WINDOW-IDX)
                          MOVE 0 TO TP-MW-END(WS-WINDOW-IDX)
                       END-PERFORM
                       WRITE TERMINAL-PROFILE-RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-WRITTEN-COUNT
                             ADD TP-CASH-CEILING TO WS-CHECK-TOTAL
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OLD-TERMINAL-PROFILES.
           CLOSE TERMINAL-PROFILES.

           MOVE "termprof" TO WS-SWAP-NAME.
           PERFORM REPORT-REGISTER-CONVERSION.

      *    Shared by the registers: refuse on an unreadable row,
      *    swap only when every row and every cent came across.
       REPORT-REGISTER-CONVERSION.
           MOVE WS-READ-TOTAL TO WS-READ-EDIT.
           MOVE WS-CHECK-TOTAL TO WS-CHECK-EDIT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           IF WS-PARSE-OK = 'N' THEN
              ADD 1 TO WS-FAILED-FILES
              STRING WS-SWAP-NAME DELIMITED BY SPACE
                 ".dat MONTANT ILLISIBLE APRES " WS-READ-COUNT
                 " lignes (deja converti ?) NON PERMUTE"
                 DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
              END-STRING
           ELSE
              IF WS-WRITTEN-COUNT = WS-READ-COUNT
                    AND WS-CHECK-TOTAL = WS-READ-TOTAL THEN
                 PERFORM SWAP-IN-CONVERTED-FILE
                 STRING WS-SWAP-NAME DELIMITED BY SPACE
                    ".dat OK lignes=" WS-READ-COUNT
                    " montants=" WS-READ-EDIT " permute"
                    DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
                 END-STRING
              ELSE
                 ADD 1 TO WS-FAILED-FILES
                 STRING WS-SWAP-NAME DELIMITED BY SPACE
                    ".dat ECART copie=" WS-WRITTEN-COUNT
                    "/" WS-CHECK-EDIT
                    " original=" WS-READ-COUNT "/" WS-READ-EDIT
                    " NON PERMUTE"
                    DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
                 END-STRING
              END-IF
           END-IF.
           WRITE CONVERSION-REPORT-LINE.

      *    The old image is kept as .ancien rather than .old so the
      *    next reorganization cannot overwrite the only copy of
      *    the file in its original layout.
       SWAP-IN-CONVERTED-FILE.
           MOVE SPACES TO WS-SWAP-COMMAND.
           STRING "mv ../../data/" DELIMITED BY SIZE
              WS-SWAP-NAME DELIMITED BY SPACE
              ".dat ../../data/" DELIMITED BY SIZE
              WS-SWAP-NAME DELIMITED BY SPACE
              ".ancien" DELIMITED BY SIZE
              INTO WS-SWAP-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-SWAP-COMMAND
              RETURNING COMMAND-STATUS.
           MOVE SPACES TO WS-SWAP-COMMAND.
           STRING "mv ../../data/" DELIMITED BY SIZE
              WS-SWAP-NAME DELIMITED BY SPACE
              ".new ../../data/" DELIMITED BY SIZE
              WS-SWAP-NAME DELIMITED BY SPACE
              ".dat" DELIMITED BY SIZE
              INTO WS-SWAP-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-SWAP-COMMAND
              RETURNING COMMAND-STATUS.

       END PROGRAM BalanceConversion.
