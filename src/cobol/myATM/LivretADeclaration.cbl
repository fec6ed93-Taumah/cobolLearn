       IDENTIFICATION DIVISION.
       PROGRAM-ID. LivretADeclaration.

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

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The multiple-holding declaration for the tax
      *  administration: one header, one fixed-format detail per
      *  customer number found breaking the one-per-person rule,
      *  one trailer with the count.
           SELECT DECLARATION-FILE ASSIGN TO
                 '../../data/livretadecl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD DECLARATION-FILE.
       01 DECLARATION-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 FILLER PIC 9(4).

      *  Our institution identifier with the tax administration.
       01 WS-BANK-ID PIC X(6) VALUE "MYATM1".

      *  Every customer number holding at least one open Livret A,
      *  with the identity the master file gives it, so holders
      *  can be compared with one another in storage.
       01 WS-HOLDER-TABLE.
           03 WS-HOLDER-ENTRY OCCURS 2000 TIMES
                 INDEXED BY WS-H-IDX WS-O-IDX.
               05 WS-H-ID PIC 9(4).
               05 WS-H-COUNT PIC 9(2).
               05 WS-H-NAME PIC X(20).
               05 WS-H-LAST-NAME PIC X(20).
               05 WS-H-BIRTH-DATE PIC 9(8).
      *          N when the customer is not on the master file: no
      *          identity to compare, only the count is checked.
               05 WS-H-KNOWN PIC X.
       01 WS-HOLDER-COUNT PIC 9(4) VALUE 0.
       01 WS-OTHER-ID PIC 9(4).

       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.

      *  Fixed-format record layouts, built in full then written.
       01 WS-HEADER-RECORD.
           03 WS-HDR-TYPE PIC X VALUE '1'.
           03 WS-HDR-BANK-ID PIC X(6).
           03 WS-HDR-PRODUCT PIC X(2) VALUE 'LA'.
           03 WS-HDR-YEAR PIC 9(4).
           03 WS-HDR-DATE PIC 9(8).
           03 FILLER PIC X(79) VALUE SPACES.

      *    Reason: M several Livret A under the one customer number,
      *    D the same person (first name, last name, birth date)
      *    holding one under another customer number as well.
       01 WS-DETAIL-RECORD.
           03 WS-DTL-TYPE PIC X VALUE '2'.
           03 WS-DTL-REASON PIC X.
           03 WS-DTL-CM-ID PIC 9(4).
           03 WS-DTL-LAST-NAME PIC X(20).
           03 WS-DTL-NAME PIC X(20).
           03 WS-DTL-BIRTH-DATE PIC 9(8).
           03 WS-DTL-HELD-COUNT PIC 9(2).
           03 WS-DTL-OTHER-CM-ID PIC 9(4).
           03 FILLER PIC X(40) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           03 WS-TRL-TYPE PIC X VALUE '3'.
           03 WS-TRL-COUNT PIC 9(7).
           03 WS-TRL-HOLDER-COUNT PIC 9(7).
           03 FILLER PIC X(85) VALUE SPACES.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              DISPLAY "Fichier des comptes indisponible, pas de "
                 "declaration"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client indisponible, pas de "
                 "declaration"
              CLOSE BANK-RECORDS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LOAD-HOLDERS.
           CLOSE BANK-RECORDS.
           PERFORM LOAD-HOLDER-IDENTITY
              VARYING WS-H-IDX FROM 1 BY 1
              UNTIL WS-H-IDX > WS-HOLDER-COUNT.
           CLOSE CUSTOMER-MASTER.

           OPEN OUTPUT DECLARATION-FILE.
           MOVE WS-BANK-ID TO WS-HDR-BANK-ID.
           MOVE WS-TODAY-YEAR TO WS-HDR-YEAR.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.

           PERFORM CHECK-ONE-HOLDER
              VARYING WS-H-IDX FROM 1 BY 1
              UNTIL WS-H-IDX > WS-HOLDER-COUNT.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-HOLDER-COUNT TO WS-TRL-HOLDER-COUNT.
           MOVE WS-TRAILER-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           CLOSE DECLARATION-FILE.

           DISPLAY WS-HOLDER-COUNT " titulaire(s) de livret A, "
              WS-DETAIL-COUNT " multidetention(s) declaree(s)".

           STOP RUN.

      *    A customer's accounts sit together under their PIN at the
      *    head of RCD-KEY, so one pass counts each holder's open
      *    Livret A.
       LOAD-HOLDERS.
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
                    IF RCD-ACCT-LIVRET-A AND NOT RCD-CLOSED THEN
                       PERFORM COUNT-ONE-LIVRET
                    END-IF
              END-READ
           END-PERFORM.

       COUNT-ONE-LIVRET.
           IF WS-HOLDER-COUNT > 0 THEN
              IF WS-H-ID(WS-HOLDER-COUNT) = RCD-PIN THEN
                 ADD 1 TO WS-H-COUNT(WS-HOLDER-COUNT)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-HOLDER-COUNT >= 2000 THEN
              DISPLAY "Table des titulaires pleine, client "
                 RCD-PIN " ignore"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLDER-COUNT.
           MOVE RCD-PIN TO WS-H-ID(WS-HOLDER-COUNT).
           MOVE 1 TO WS-H-COUNT(WS-HOLDER-COUNT).

       LOAD-HOLDER-IDENTITY.
           MOVE WS-H-ID(WS-H-IDX) TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-H-KNOWN(WS-H-IDX)
                 MOVE SPACES TO WS-H-NAME(WS-H-IDX)
                 MOVE SPACES TO WS-H-LAST-NAME(WS-H-IDX)
                 MOVE 0 TO WS-H-BIRTH-DATE(WS-H-IDX)
              NOT INVALID KEY
                 MOVE 'Y' TO WS-H-KNOWN(WS-H-IDX)
                 MOVE CM-NAME TO WS-H-NAME(WS-H-IDX)
                 MOVE CM-LAST-NAME TO WS-H-LAST-NAME(WS-H-IDX)
                 MOVE CM-BIRTH-DATE TO WS-H-BIRTH-DATE(WS-H-IDX)
           END-READ.

      *    Each customer number is declared for what it breaks:
      *    several passbooks of its own, or a twin number for the
      *    same person that holds one too.
       CHECK-ONE-HOLDER.
           IF WS-H-COUNT(WS-H-IDX) > 1 THEN
              MOVE 'M' TO WS-DTL-REASON
              MOVE 0 TO WS-OTHER-ID
              PERFORM WRITE-ONE-DETAIL
           END-IF.

           IF WS-H-KNOWN(WS-H-IDX) = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OTHER-ID.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                 UNTIL WS-O-IDX > WS-HOLDER-COUNT
                    OR WS-OTHER-ID NOT = 0
              IF WS-O-IDX NOT = WS-H-IDX
                    AND WS-H-KNOWN(WS-O-IDX) = 'Y'
                    AND WS-H-NAME(WS-O-IDX) = WS-H-NAME(WS-H-IDX)
                    AND WS-H-LAST-NAME(WS-O-IDX)
                       = WS-H-LAST-NAME(WS-H-IDX)
                    AND WS-H-BIRTH-DATE(WS-O-IDX)
                       = WS-H-BIRTH-DATE(WS-H-IDX) THEN
                 MOVE WS-H-ID(WS-O-IDX) TO WS-OTHER-ID
              END-IF
           END-PERFORM.
           IF WS-OTHER-ID NOT = 0 THEN
              MOVE 'D' TO WS-DTL-REASON
              PERFORM WRITE-ONE-DETAIL
           END-IF.

       WRITE-ONE-DETAIL.
           MOVE WS-H-ID(WS-H-IDX) TO WS-DTL-CM-ID.
           MOVE WS-H-LAST-NAME(WS-H-IDX) TO WS-DTL-LAST-NAME.
           MOVE WS-H-NAME(WS-H-IDX) TO WS-DTL-NAME.
           MOVE WS-H-BIRTH-DATE(WS-H-IDX) TO WS-DTL-BIRTH-DATE.
           MOVE WS-H-COUNT(WS-H-IDX) TO WS-DTL-HELD-COUNT.
           MOVE WS-OTHER-ID TO WS-DTL-OTHER-CM-ID.
           MOVE WS-DETAIL-RECORD TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           ADD 1 TO WS-DETAIL-COUNT.

       END PROGRAM LivretADeclaration.
