           SELECT OUTBOUND-FILE ASSIGN TO '../../data/outpay.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Queued payments held back because an IBAN on them fails
      *  its check digits: already debited, so operations must
      *  correct and resend or return the funds.
           SELECT REJECT-REPORT ASSIGN TO '../../data/outpayrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       COPY "OUTXFER.cpy".

       FD OUTBOUND-FILE.
       01 OUTBOUND-LINE PIC X(100).

       FD REJECT-REPORT.
       01 REJECT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Each payment sent leaves through our account at the
      *  central bank under its own reference; the
      *  settlement-account reconciliation expects it there.
       01 WS-NOSTRO-SOURCE PIC X(4) VALUE 'VSOR'.
       01 WS-NOSTRO-REF.
           03 WS-NOSTRO-REF-SOURCE PIC X(4) VALUE 'VSOR'.
           03 WS-NOSTRO-REF-PAYMENT PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
       01 WS-NOSTRO-SIDE PIC X VALUE 'D'.
       01 WS-NOSTRO-AMOUNT PIC 9(11)V99.

      *  Our institution identifier on the network.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.

       01 WS-CHECK-IBAN PIC X(34).
       01 WS-IBAN-MODE PIC X VALUE 'V'.
       01 WS-IBAN-STATUS PIC 9.
       01 WS-REJECT-REASON PIC X(30).

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(85) VALUE SPACES.

       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-REF PIC 9(8).
           03 WS-DTL-ORIG-IBAN PIC X(34).
           03 WS-DTL-DEST-IBAN PIC X(34).
           03 WS-DTL-AMOUNT PIC 9(7)V99.
           03 WS-DTL-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(79) VALUE SPACES.

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-OUTXFER-PATH PIC X(100) VALUE "../../data/outxfer.dat".
           END-IF.

           OPEN OUTPUT OUTBOUND-FILE.
           OPEN OUTPUT REJECT-REPORT.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF OX-DATE = WS-TODAY THEN
                       PERFORM CHECK-ONE-PAYMENT
                       IF WS-REJECT-REASON = SPACES THEN
                          PERFORM WRITE-ONE-DETAIL
                       ELSE
                          PERFORM WRITE-ONE-REJECT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE OUTWARD-QUEUE.
           CLOSE OUTBOUND-FILE.
           CLOSE REJECT-REPORT.

           DISPLAY "Fichier de virements sortants : "
              WS-DETAIL-COUNT " detail(s)".
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY WS-REJECT-COUNT " virement(s) retenu(s) pour "
                 "IBAN invalide, voir outpayrej.dat"
           END-IF.

           STOP RUN.

      *    The transfer screen already checked the payee's IBAN;
      *    checking both again here keeps a hand-edited or damaged
      *    queue row from reaching the network.
       CHECK-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'V' TO WS-IBAN-MODE.
           MOVE OX-DEST-IBAN TO WS-CHECK-IBAN.
           CALL "IbanCheck" USING BY REFERENCE WS-CHECK-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              MOVE "IBAN BENEFICIAIRE INVALIDE" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE OX-ORIG-IBAN TO WS-CHECK-IBAN.
           CALL "IbanCheck" USING BY REFERENCE WS-CHECK-IBAN
              WS-IBAN-MODE WS-IBAN-STATUS.
           IF WS-IBAN-STATUS NOT = 0 THEN
              MOVE "IBAN DONNEUR D'ORDRE INVALIDE" TO WS-REJECT-REASON
           END-IF.

       WRITE-ONE-REJECT.
           MOVE SPACES TO REJECT-REPORT-LINE.
           STRING "RETENU ref=" OX-REF " " OX-PIN "-" OX-ACCT-NO
              " montant=" OX-AMOUNT " motif=" WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-REPORT-LINE
           END-STRING.
           WRITE REJECT-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-ONE-DETAIL.
           MOVE OX-REF TO WS-DTL-REF.
           MOVE OX-ORIG-IBAN TO WS-DTL-ORIG-IBAN.
           MOVE OX-DEST-IBAN TO WS-DTL-DEST-IBAN.
           MOVE OX-AMOUNT TO WS-DTL-AMOUNT.
           MOVE OX-DATE TO WS-DTL-DATE.
           MOVE WS-DETAIL-RECORD TO OUTBOUND-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD OX-AMOUNT TO WS-AMOUNT-HASH.

           MOVE OX-REF TO WS-NOSTRO-REF-PAYMENT.
           MOVE OX-AMOUNT TO WS-NOSTRO-AMOUNT.
           CALL "RecordNostroExpected" USING BY REFERENCE
              WS-NOSTRO-SOURCE WS-NOSTRO-REF WS-NOSTRO-SIDE
              WS-NOSTRO-AMOUNT OX-DATE.

       END PROGRAM OutwardTransferExtract.
