       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplyReferenceChange.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-RECORDS ASSIGN TO '../../data/prodcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-CODE
              FILE STATUS IS TARGET-FS.

           SELECT PRODUCT-TERMS ASSIGN TO '../../data/prodterms.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-KEY
              FILE STATUS IS TARGET-FS.

           SELECT RATE-RECORDS ASSIGN TO '../../data/rates.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS TARGET-FS.

           SELECT RATE-BANDS ASSIGN TO '../../data/rateband.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RB-KEY
              FILE STATUS IS TARGET-FS.

           SELECT VELOCITY-PARAMS ASSIGN TO '../../data/velparam.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TARGET-FS.

           SELECT BILLER-RECORDS ASSIGN TO '../../data/billers.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BL-CODE
              FILE STATUS IS TARGET-FS.

           SELECT HOLIDAY-RECORDS ASSIGN TO '../../data/holidays.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TARGET-FS.

           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS TARGET-FS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-RECORDS.
       COPY "PRODCAT.cpy".

       FD PRODUCT-TERMS.
       COPY "PRODTERM.cpy".

       FD RATE-RECORDS.
       COPY "RATEREC.cpy".

       FD RATE-BANDS.
       COPY "RATEBAND.cpy".

       FD VELOCITY-PARAMS.
       COPY "VELPARAM.cpy".

       FD BILLER-RECORDS.
       COPY "BILLERREC.cpy".

       FD HOLIDAY-RECORDS.
       01 HOLIDAY-RECORD.
           03 HOL-DATE PIC 9(8).
           03 FILLER PIC X.
           03 HOL-LABEL PIC X(30).

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       WORKING-STORAGE SECTION.

       01 TARGET-FS PIC XX.

      *  The row as it stands on file right now, to hold against
      *  the image the maker was looking at.
       01 WS-CURRENT-IMAGE PIC X(170).
       01 WS-ROW-FOUND PIC X VALUE 'N'.

       LINKAGE SECTION.

       COPY "REFCHG.cpy".
      *    0 = applied; 1 = the row is no longer what the maker saw,
      *    nothing written; 2 = the file could not be written.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE REFERENCE-CHANGE-RECORD STATUS-CODE.

           MOVE 2 TO STATUS-CODE.

           EVALUATE TRUE
              WHEN RV-FOR-PRODUCTS
                 PERFORM APPLY-TO-PRODUCTS
              WHEN RV-FOR-PRODUCT-TERMS
                 PERFORM APPLY-TO-PRODUCT-TERMS
              WHEN RV-FOR-RATES
                 PERFORM APPLY-TO-RATES
              WHEN RV-FOR-RATE-BANDS
                 PERFORM APPLY-TO-RATE-BANDS
              WHEN RV-FOR-VELOCITY
                 PERFORM APPLY-TO-VELOCITY
              WHEN RV-FOR-BILLERS
                 PERFORM APPLY-TO-BILLERS
              WHEN RV-FOR-HOLIDAYS
                 PERFORM APPLY-TO-HOLIDAYS
              WHEN RV-FOR-TERMINALS
                 PERFORM APPLY-TO-TERMINALS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           EXIT PROGRAM.

      *    The key comes from whichever image carries it: the new
      *    one for a creation or replacement, the old one for a
      *    deletion.
       APPLY-TO-PRODUCTS.
           PERFORM OPEN-OR-CREATE-PRODUCT-RECORDS.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO PRODUCT-RECORD
           ELSE
              MOVE RV-AFTER TO PRODUCT-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ PRODUCT-RECORDS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE PRODUCT-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE PRODUCT-RECORDS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE PRODUCT-RECORDS RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO PRODUCT-RECORD
                 REWRITE PRODUCT-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO PRODUCT-RECORD
                 WRITE PRODUCT-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE PRODUCT-RECORDS.

       OPEN-OR-CREATE-PRODUCT-RECORDS.
           OPEN I-O PRODUCT-RECORDS.
           IF TARGET-FS = "35" THEN
              CLOSE PRODUCT-RECORDS
              OPEN OUTPUT PRODUCT-RECORDS
              CLOSE PRODUCT-RECORDS
              OPEN I-O PRODUCT-RECORDS
           END-IF.

       APPLY-TO-PRODUCT-TERMS.
           PERFORM OPEN-OR-CREATE-PRODUCT-TERMS.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO PRODUCT-TERMS-RECORD
           ELSE
              MOVE RV-AFTER TO PRODUCT-TERMS-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ PRODUCT-TERMS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE PRODUCT-TERMS-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE PRODUCT-TERMS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE PRODUCT-TERMS RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO PRODUCT-TERMS-RECORD
                 REWRITE PRODUCT-TERMS-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO PRODUCT-TERMS-RECORD
                 WRITE PRODUCT-TERMS-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE PRODUCT-TERMS.

       OPEN-OR-CREATE-PRODUCT-TERMS.
           OPEN I-O PRODUCT-TERMS.
           IF TARGET-FS = "35" THEN
              CLOSE PRODUCT-TERMS
              OPEN OUTPUT PRODUCT-TERMS
              CLOSE PRODUCT-TERMS
              OPEN I-O PRODUCT-TERMS
           END-IF.

       APPLY-TO-RATES.
           PERFORM OPEN-OR-CREATE-RATE-RECORDS.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO RATE-RECORD
           ELSE
              MOVE RV-AFTER TO RATE-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ RATE-RECORDS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE RATE-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE RATE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE RATE-RECORDS RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO RATE-RECORD
                 REWRITE RATE-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO RATE-RECORD
                 WRITE RATE-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE RATE-RECORDS.

       OPEN-OR-CREATE-RATE-RECORDS.
           OPEN I-O RATE-RECORDS.
           IF TARGET-FS = "35" THEN
              CLOSE RATE-RECORDS
              OPEN OUTPUT RATE-RECORDS
              CLOSE RATE-RECORDS
              OPEN I-O RATE-RECORDS
           END-IF.

       APPLY-TO-RATE-BANDS.
           PERFORM OPEN-OR-CREATE-RATE-BANDS.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO RATE-BAND-RECORD
           ELSE
              MOVE RV-AFTER TO RATE-BAND-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ RATE-BANDS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE RATE-BAND-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE RATE-BANDS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE RATE-BANDS RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO RATE-BAND-RECORD
                 REWRITE RATE-BAND-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO RATE-BAND-RECORD
                 WRITE RATE-BAND-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE RATE-BANDS.

       OPEN-OR-CREATE-RATE-BANDS.
           OPEN I-O RATE-BANDS.
           IF TARGET-FS = "35" THEN
              CLOSE RATE-BANDS
              OPEN OUTPUT RATE-BANDS
              CLOSE RATE-BANDS
              OPEN I-O RATE-BANDS
           END-IF.

      *    One line holds the whole parameter set; the file is
      *    rewritten from the new image.
       APPLY-TO-VELOCITY.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           OPEN INPUT VELOCITY-PARAMS.
           IF TARGET-FS = "00" THEN
              READ VELOCITY-PARAMS
                 NOT AT END
                    MOVE VELOCITY-PARAM-RECORD TO WS-CURRENT-IMAGE
              END-READ
           END-IF.
           CLOSE VELOCITY-PARAMS.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VELOCITY-PARAMS.
           MOVE RV-AFTER TO VELOCITY-PARAM-RECORD.
           WRITE VELOCITY-PARAM-RECORD.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE VELOCITY-PARAMS.

       APPLY-TO-BILLERS.
           PERFORM OPEN-OR-CREATE-BILLER-RECORDS.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO BILLER-RECORD
           ELSE
              MOVE RV-AFTER TO BILLER-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ BILLER-RECORDS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE BILLER-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE BILLER-RECORDS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE BILLER-RECORDS RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO BILLER-RECORD
                 REWRITE BILLER-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO BILLER-RECORD
                 WRITE BILLER-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE BILLER-RECORDS.

       OPEN-OR-CREATE-BILLER-RECORDS.
           OPEN I-O BILLER-RECORDS.
           IF TARGET-FS = "35" THEN
              CLOSE BILLER-RECORDS
              OPEN OUTPUT BILLER-RECORDS
              CLOSE BILLER-RECORDS
              OPEN I-O BILLER-RECORDS
           END-IF.

      *    The calendar only ever grows: a holiday is appended.
       APPLY-TO-HOLIDAYS.
           OPEN EXTEND HOLIDAY-RECORDS.
           IF TARGET-FS = "35" THEN
              OPEN OUTPUT HOLIDAY-RECORDS
           END-IF.
           MOVE RV-AFTER TO HOLIDAY-RECORD.
           WRITE HOLIDAY-RECORD.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE HOLIDAY-RECORDS.

       APPLY-TO-TERMINALS.
           PERFORM OPEN-OR-CREATE-TERMINAL-PROFILES.
           IF RV-IS-DELETE THEN
              MOVE RV-BEFORE TO TERMINAL-PROFILE-RECORD
           ELSE
              MOVE RV-AFTER TO TERMINAL-PROFILE-RECORD
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           READ TERMINAL-PROFILES
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ROW-FOUND
                 MOVE TERMINAL-PROFILE-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE NOT = RV-BEFORE THEN
              MOVE 1 TO STATUS-CODE
              CLOSE TERMINAL-PROFILES
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RV-IS-DELETE
                 DELETE TERMINAL-PROFILES RECORD
              WHEN WS-ROW-FOUND = 'Y'
                 MOVE RV-AFTER TO TERMINAL-PROFILE-RECORD
                 REWRITE TERMINAL-PROFILE-RECORD
              WHEN OTHER
                 MOVE RV-AFTER TO TERMINAL-PROFILE-RECORD
                 WRITE TERMINAL-PROFILE-RECORD
           END-EVALUATE.
           IF TARGET-FS = "00" THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           CLOSE TERMINAL-PROFILES.

       OPEN-OR-CREATE-TERMINAL-PROFILES.
           OPEN I-O TERMINAL-PROFILES.
           IF TARGET-FS = "35" THEN
              CLOSE TERMINAL-PROFILES
              OPEN OUTPUT TERMINAL-PROFILES
              CLOSE TERMINAL-PROFILES
              OPEN I-O TERMINAL-PROFILES
           END-IF.

       END PROGRAM ApplyReferenceChange.
