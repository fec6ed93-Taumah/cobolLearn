       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsAgencyExtract.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFFS ASSIGN TO '../../data/writeoff.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-LOAN-ID
              FILE STATUS IS WRITE-OFFS-FS.

      *  Who the agency has to go after, read off the customer
      *  master.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The handover file for the collections agency: one header,
      *  one fixed-format detail per written-off loan not yet
      *  handed over, one trailer with the count and amount hash.
           SELECT AGENCY-FILE ASSIGN TO '../../data/collagency.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD WRITE-OFFS.
       COPY "WRITEOFF.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD AGENCY-FILE.
       01 AGENCY-LINE PIC X(150).

       WORKING-STORAGE SECTION.

       01 WRITE-OFFS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  Our client identifier with the collections agency.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01 WS-NO-CUSTOMER-COUNT PIC 9(5) VALUE 0.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(135) VALUE SPACES.

      *    The amount claimed is what was written off, less what
      *    has already come back; the loan number is the
      *    reference the agency quotes on its recoveries file.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-LOAN-ID PIC 9(6).
           03 WS-DTL-CUSTOMER-ID PIC 9(4).
           03 WS-DTL-NAME PIC X(20).
           03 WS-DTL-LAST-NAME PIC X(20).
           03 WS-DTL-ADDRESS-LINE PIC X(30).
           03 WS-DTL-POSTAL-CODE PIC X(5).
           03 WS-DTL-CITY PIC X(20).
           03 WS-DTL-PHONE PIC X(10).
           03 WS-DTL-AMOUNT PIC 9(7)V99.
           03 WS-DTL-WRITE-OFF-DATE PIC 9(8).
           03 WS-DTL-FIRST-MISSED-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X(129) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN I-O WRITE-OFFS.
           IF WRITE-OFFS-FS NOT = "00" THEN
              DISPLAY "Aucun pret passe en perte, pas de fichier "
                 "agence"
              STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT AGENCY-FILE.

           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO AGENCY-LINE.
           WRITE AGENCY-LINE.

           MOVE 0 TO WO-LOAN-ID.
           START WRITE-OFFS KEY IS >= WO-LOAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ WRITE-OFFS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WO-IS-WRITTEN-OFF
                          AND NOT WO-IS-WITH-AGENCY THEN
                       PERFORM HAND-OVER-LOAN
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH.
           MOVE WS-TRAILER-RECORD TO AGENCY-LINE.
           WRITE AGENCY-LINE.

           CLOSE WRITE-OFFS.
           IF CUSTOMER-MASTER-FS = "00" THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE AGENCY-FILE.

           DISPLAY "Fichier agence : " WS-DETAIL-COUNT
              " pret(s) remis, montant " WS-AMOUNT-HASH.
           IF WS-NO-CUSTOMER-COUNT > 0 THEN
              DISPLAY WS-NO-CUSTOMER-COUNT
                 " pret(s) remis sans fiche client"
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    A loan with no customer row still goes out, with the
      *    identity left blank: the agency can ask for it, a loan
      *    held back is never chased at all.
       HAND-OVER-LOAN.
           MOVE WO-LOAN-ID TO WS-DTL-LOAN-ID.
           MOVE WO-PIN TO WS-DTL-CUSTOMER-ID.
           MOVE SPACES TO WS-DTL-NAME WS-DTL-LAST-NAME
              WS-DTL-ADDRESS-LINE WS-DTL-POSTAL-CODE WS-DTL-CITY
              WS-DTL-PHONE.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE WO-PIN TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    ADD 1 TO WS-NO-CUSTOMER-COUNT
                 NOT INVALID KEY
                    MOVE CM-NAME TO WS-DTL-NAME
                    MOVE CM-LAST-NAME TO WS-DTL-LAST-NAME
                    MOVE CM-ADDRESS-LINE TO WS-DTL-ADDRESS-LINE
                    MOVE CM-POSTAL-CODE TO WS-DTL-POSTAL-CODE
                    MOVE CM-CITY TO WS-DTL-CITY
                    MOVE CM-PHONE TO WS-DTL-PHONE
              END-READ
           ELSE
              ADD 1 TO WS-NO-CUSTOMER-COUNT
           END-IF.
           COMPUTE WS-DTL-AMOUNT = WO-AMOUNT - WO-RECOVERED.
           MOVE WO-DECIDED-DATE TO WS-DTL-WRITE-OFF-DATE.
           MOVE WO-FIRST-MISSED-DATE TO WS-DTL-FIRST-MISSED-DATE.
           MOVE WS-DETAIL-RECORD TO AGENCY-LINE.
           WRITE AGENCY-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-DTL-AMOUNT TO WS-AMOUNT-HASH.

           MOVE 'Y' TO WO-AGENCY-SENT.
           MOVE WS-TODAY TO WO-AGENCY-DATE.
           REWRITE WRITE-OFF-RECORD.

       END PROGRAM CollectionsAgencyExtract.
