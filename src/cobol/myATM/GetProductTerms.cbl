       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetProductTerms.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-TERMS ASSIGN TO '../../data/prodterms.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PV-KEY
              FILE STATUS IS PRODUCT-TERMS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-TERMS.
       01 PRODUCT-TERMS-ROW.
           03 PV-KEY.
              05 PV-CODE PIC X.
              05 PV-EFFECTIVE-DATE PIC 9(8).
           03 FILLER PIC X(50).
           03 PV-NOTICE-STATUS PIC X.
              88 PV-IS-ANNOUNCED VALUE 'A'.

       WORKING-STORAGE SECTION.

       01 PRODUCT-TERMS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       LINKAGE SECTION.

       01 PRODUCT-CODE-IN PIC X.
      *    The version in force, whole, when there is one.
       COPY "PRODTERM.cpy".
      *    0 = a version is in force on the business date; 1 = none,
      *    the caller keeps the catalog row or its own tariff.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE PRODUCT-CODE-IN PRODUCT-TERMS-RECORD
             STATUS-CODE.

           MOVE 1 TO STATUS-CODE.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT PRODUCT-TERMS.
           IF PRODUCT-TERMS-FS NOT = "00" THEN
              EXIT PROGRAM
           END-IF.

           PERFORM FIND-VERSION-IN-FORCE.
           CLOSE PRODUCT-TERMS.

           EXIT PROGRAM.

      *    Walks the product's versions in effective-date order and
      *    keeps the last announced one not after the business
      *    date, so a version announced for next quarter does not
      *    apply early.
       FIND-VERSION-IN-FORCE.
           MOVE 'N' TO WS-EOF.
           MOVE PRODUCT-CODE-IN TO PV-CODE.
           MOVE 0 TO PV-EFFECTIVE-DATE.
           START PRODUCT-TERMS KEY IS >= PV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRODUCT-TERMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PV-CODE NOT = PRODUCT-CODE-IN
                          OR PV-EFFECTIVE-DATE > WS-TODAY THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF PV-IS-ANNOUNCED THEN
                          MOVE PRODUCT-TERMS-ROW
                             TO PRODUCT-TERMS-RECORD
                          MOVE 0 TO STATUS-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM GetProductTerms.
