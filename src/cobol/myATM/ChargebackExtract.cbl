       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackExtract.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-RECORDS ASSIGN TO
                 '../../data/chgback.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CK-ID
              FILE STATUS IS CHARGEBACK-RECORDS-FS.

      *  The outbound file for the card network: one header, one
      *  fixed-format detail per chargeback or arbitration request,
      *  one trailer with the count and the amount hash.
           SELECT NETWORK-FILE ASSIGN TO '../../data/netchgbk.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CHARGEBACK-RECORDS.
       COPY "CHGBACK.cpy".

       FD NETWORK-FILE.
       01 NETWORK-LINE PIC X(150).

       WORKING-STORAGE SECTION.

       01 CHARGEBACK-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Our member identifier with the card network.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

       01 WS-CHARGEBACK-COUNT PIC 9(5) VALUE 0.
       01 WS-ARBITRATION-COUNT PIC 9(5) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(135) VALUE SPACES.

      *    Operation: C first chargeback, A arbitration request.
      *    The case number comes back on the network's responses.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-OPERATION PIC X.
           03 WS-DTL-CASE-ID PIC 9(6).
           03 WS-DTL-CARD PIC 9(4).
           03 WS-DTL-AMOUNT PIC 9(7)V99.
           03 WS-DTL-TRAN-DATETIME PIC 9(14).
           03 WS-DTL-TERMINAL PIC X(4).
           03 WS-DTL-BRANCH PIC X(2).
           03 WS-DTL-REASON-CODE PIC X(4).
           03 WS-DTL-REPRES-DATE PIC 9(8).
           03 WS-DTL-REPRES-REASON PIC X(4).
           03 WS-DTL-DATE PIC 9(8).
           03 FILLER PIC X(85) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(129) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O CHARGEBACK-RECORDS.
           IF CHARGEBACK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucun dossier d'impaye, pas de fichier reseau"
              STOP RUN
           END-IF.

           OPEN OUTPUT NETWORK-FILE.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO NETWORK-LINE.
           WRITE NETWORK-LINE.

           MOVE 0 TO CK-ID.
           START CHARGEBACK-RECORDS KEY IS >= CK-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CHARGEBACK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CK-IS-RAISED
                          PERFORM SEND-CHARGEBACK
                       WHEN CK-IS-ARBITRATION-ASKED
                          PERFORM SEND-ARBITRATION
                    END-EVALUATE
              END-READ
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH.
           MOVE WS-TRAILER-RECORD TO NETWORK-LINE.
           WRITE NETWORK-LINE.

           CLOSE CHARGEBACK-RECORDS.
           CLOSE NETWORK-FILE.

           DISPLAY "Fichier reseau : " WS-CHARGEBACK-COUNT
              " impaye(s), " WS-ARBITRATION-COUNT
              " demande(s) d'arbitrage".

           STOP RUN.

       SEND-CHARGEBACK.
           MOVE 'C' TO WS-DTL-OPERATION.
           PERFORM WRITE-ONE-DETAIL.
           MOVE 'S' TO CK-STAGE.
           MOVE WS-TODAY TO CK-SENT-DATE.
           REWRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-CHARGEBACK-COUNT.

       SEND-ARBITRATION.
           MOVE 'A' TO WS-DTL-OPERATION.
           PERFORM WRITE-ONE-DETAIL.
           MOVE 'B' TO CK-STAGE.
           MOVE WS-TODAY TO CK-ARBITRATION-DATE.
           REWRITE CHARGEBACK-RECORD.
           ADD 1 TO WS-ARBITRATION-COUNT.

       WRITE-ONE-DETAIL.
           MOVE CK-ID TO WS-DTL-CASE-ID.
           MOVE CK-CARD TO WS-DTL-CARD.
           MOVE CK-AMOUNT TO WS-DTL-AMOUNT.
           MOVE CK-TRAN-DATETIME TO WS-DTL-TRAN-DATETIME.
           MOVE CK-TERMINAL TO WS-DTL-TERMINAL.
           MOVE CK-BRANCH TO WS-DTL-BRANCH.
           MOVE CK-REASON-CODE TO WS-DTL-REASON-CODE.
           MOVE CK-REPRES-DATE TO WS-DTL-REPRES-DATE.
           MOVE CK-REPRES-REASON TO WS-DTL-REPRES-REASON.
           MOVE WS-TODAY TO WS-DTL-DATE.
           MOVE WS-DETAIL-RECORD TO NETWORK-LINE.
           WRITE NETWORK-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD CK-AMOUNT TO WS-AMOUNT-HASH.

       END PROGRAM ChargebackExtract.
