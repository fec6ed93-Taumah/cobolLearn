       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeathRegisterMatch.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The monthly extract of the national register of deceased
      *  persons: one 'D' detail per death registered, one 'T'
      *  trailer carrying the count the details must tie to.
           SELECT DEATH-REGISTER ASSIGN TO '../../data/rnipp.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEATH-REGISTER-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  The birth name the register knows a married customer by,
      *  and the deaths already on file.
           SELECT CIVIL-STATUS ASSIGN TO '../../data/civilst.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-CM-ID
              FILE STATUS IS CIVIL-STATUS-FS.

      *  A certain match opens the estate case the estate desk
      *  would have opened had the family come in.
           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

      *  Every match scored, the probable ones waiting for the
      *  review desk.
           SELECT DEATH-MATCHES ASSIGN TO '../../data/decmatch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-ID
              FILE STATUS IS DEATH-MATCHES-FS.

      *  What the import found and did, for the morning review.
           SELECT MATCH-REPORT ASSIGN TO
                 '../../data/decesmatch.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD DEATH-REGISTER.
       01 DEATH-REGISTER-RECORD.
           03 DR-TYPE PIC X.
              88 DR-IS-DETAIL VALUE 'D'.
              88 DR-IS-TRAILER VALUE 'T'.
           03 FILLER PIC X.
           03 DR-BIRTH-NAME PIC X(20).
           03 FILLER PIC X.
      *    Blank when the deceased used no other name.
           03 DR-USED-NAME PIC X(20).
           03 FILLER PIC X.
      *    All the given names, in the order of the birth record.
           03 DR-FIRST-NAMES PIC X(30).
           03 FILLER PIC X.
      *    The register writes an unknown day, or month, as 00.
           03 DR-BIRTH-DATE PIC 9(8).
           03 DR-BIRTH-PARTS REDEFINES DR-BIRTH-DATE.
              05 DR-BIRTH-YEAR PIC 9(4).
              05 DR-BIRTH-MONTH PIC 9(2).
              05 DR-BIRTH-DAY PIC 9(2).
           03 FILLER PIC X.
           03 DR-DEATH-DATE PIC 9(8).
           03 FILLER PIC X.
      *    The number of the death certificate.
           03 DR-DEATH-REF PIC X(10).
       01 DEATH-REGISTER-TRAILER REDEFINES DEATH-REGISTER-RECORD.
           03 FILLER PIC X(2).
           03 DT-COUNT PIC 9(6).
           03 FILLER PIC X(95).

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD CIVIL-STATUS.
       COPY "CIVILST.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       FD DEATH-MATCHES.
       COPY "DECMATCH.cpy".

       FD MATCH-REPORT.
       01 MATCH-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 DEATH-REGISTER-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 CIVIL-STATUS-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 DEATH-MATCHES-FS PIC XX.
       01 WS-CIVIL-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

      *  The customer base loaded whole, names upper-cased, with
      *  the birth name to match on (the name on the master when
      *  none is recorded) and whether the death is already known.
      *  Sized for every customer id the master can hold, so no
      *  one is left out of the matching.
       01 WS-CUST-TABLE.
           03 WS-CUST-ENTRY OCCURS 9999 TIMES INDEXED BY WS-I-IDX.
               05 WS-C-ID PIC 9(4).
               05 WS-C-NAME PIC X(20).
               05 WS-C-LAST-NAME PIC X(20).
               05 WS-C-BIRTH-NAME PIC X(20).
               05 WS-C-BIRTH PIC 9(8).
               05 WS-C-DECEASED PIC X.
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.

      *  The register entry being matched, upper-cased, its given
      *  names taken apart.
       01 WS-UP-BIRTH-NAME PIC X(20).
       01 WS-UP-USED-NAME PIC X(20).
       01 WS-UP-FIRST-NAMES PIC X(30).
       01 WS-GIVEN-1 PIC X(20).
       01 WS-GIVEN-2 PIC X(20).
       01 WS-GIVEN-3 PIC X(20).

      *  Out of 100: the birth date 40, the surname 30, the first
      *  name 30. No agreement on the surname, no match at all.
      *  At or over the certain score the relationship is
      *  protected on the spot; between the two, a person decides.
       01 WS-SCORE PIC 9(3).
       01 WS-NAME-POINTS PIC 9(3).
       01 CERTAIN-THRESHOLD PIC 9(3) VALUE 90.
       01 PROBABLE-THRESHOLD PIC 9(3) VALUE 60.
       01 WS-ALREADY-KNOWN PIC X VALUE 'N'.
       01 WS-NEXT-MATCH-ID PIC 9(6) VALUE 0.

       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-CERTAIN-COUNT PIC 9(5) VALUE 0.
       01 WS-PROBABLE-COUNT PIC 9(5) VALUE 0.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.

       COPY "DECDPROT.cpy".

      *  The processed-files register: one entry per delivery of
      *  this interface, keyed by date and sequence, so the same
      *  file presented twice is refused before a row is applied.
       01 WS-REG-INTERFACE PIC X(8) VALUE 'RNIPP'.
       01 WS-REG-DATE PIC 9(8).
       01 WS-REG-SEQ PIC 9(6) VALUE 1.
       01 WS-REG-SEQ-RAW PIC X(6) VALUE SPACES.
       01 WS-REG-COUNT PIC 9(7) VALUE 0.
       01 WS-REG-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REG-MODE PIC X.
       01 WS-REG-STATUS PIC 9.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.

           OPEN INPUT DEATH-REGISTER.
           IF DEATH-REGISTER-FS = "35" THEN
              DISPLAY "Aucun fichier du registre des deces a importer"
              STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier client absent, import saute"
              CLOSE CUSTOMER-MASTER
              CLOSE DEATH-REGISTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM OPEN-OR-CREATE-ESTATE-RECORDS.
           PERFORM LOAD-CUSTOMER-BASE.
           CLOSE CUSTOMER-MASTER.

      *    Reserved only once every precondition holds: a run
      *    that dies on a missing master must stay retryable,
      *    not already registered with nothing matched.
           PERFORM REGISTER-THIS-FILE.

           PERFORM OPEN-OR-CREATE-DEATH-MATCHES.
           PERFORM FIND-NEXT-MATCH-ID.

           OPEN OUTPUT MATCH-REPORT.
           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "RAPPROCHEMENT REGISTRE DES DECES " WS-TODAY
              " CLIENTS=" WS-CUST-COUNT
              DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           END-STRING.
           WRITE MATCH-REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DEATH-REGISTER
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE TRUE
                       WHEN DR-IS-DETAIL
                          ADD 1 TO WS-DETAIL-COUNT
                          PERFORM MATCH-ONE-REGISTER-ENTRY
                       WHEN DR-IS-TRAILER
                          MOVE 'Y' TO WS-TRAILER-SEEN
                          MOVE DT-COUNT TO WS-TRAILER-COUNT
                    END-EVALUATE
              END-READ
           END-PERFORM.

           PERFORM WRITE-MATCH-TOTALS.

           CLOSE DEATH-REGISTER.
           CLOSE ESTATE-RECORDS.
           CLOSE DEATH-MATCHES.
           CLOSE MATCH-REPORT.

           MOVE WS-DETAIL-COUNT TO WS-REG-COUNT.
           PERFORM FINALIZE-FILE-REGISTER.

           DISPLAY WS-DETAIL-COUNT " deces lus, " WS-CERTAIN-COUNT
              " client(s) proteges d'office, " WS-PROBABLE-COUNT
              " rapprochement(s) probable(s) en file de revue".

           STOP RUN.

      *    estate.dat may not exist yet; the first notification
      *    creates it.
       OPEN-OR-CREATE-ESTATE-RECORDS.
           OPEN I-O ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS = "35" THEN
              CLOSE ESTATE-RECORDS
              OPEN OUTPUT ESTATE-RECORDS
              CLOSE ESTATE-RECORDS
              OPEN I-O ESTATE-RECORDS
           END-IF.

      *    decmatch.dat may not exist yet; the first match creates
      *    it.
       OPEN-OR-CREATE-DEATH-MATCHES.
           OPEN I-O DEATH-MATCHES.
           IF DEATH-MATCHES-FS = "35" THEN
              CLOSE DEATH-MATCHES
              OPEN OUTPUT DEATH-MATCHES
              CLOSE DEATH-MATCHES
              OPEN I-O DEATH-MATCHES
           END-IF.

      *    A customer with a death already on file, or an estate
      *    case already open, is not matched again.
       LOAD-CUSTOMER-BASE.
           MOVE 'N' TO WS-CIVIL-OPEN.
           OPEN INPUT CIVIL-STATUS.
           IF CIVIL-STATUS-FS = "00" THEN
              MOVE 'Y' TO WS-CIVIL-OPEN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CM-ID.
           START CUSTOMER-MASTER KEY IS > CM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-CUSTOMER
              END-READ
           END-PERFORM.
           IF WS-CIVIL-OPEN = 'Y' THEN
              CLOSE CIVIL-STATUS
           END-IF.

       LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           SET WS-I-IDX TO WS-CUST-COUNT.
           MOVE CM-ID TO WS-C-ID(WS-I-IDX).
           MOVE FUNCTION UPPER-CASE(CM-NAME) TO WS-C-NAME(WS-I-IDX).
           MOVE FUNCTION UPPER-CASE(CM-LAST-NAME)
              TO WS-C-LAST-NAME(WS-I-IDX).
           MOVE WS-C-LAST-NAME(WS-I-IDX) TO WS-C-BIRTH-NAME(WS-I-IDX).
           MOVE CM-BIRTH-DATE TO WS-C-BIRTH(WS-I-IDX).
           MOVE 'N' TO WS-C-DECEASED(WS-I-IDX).

           IF WS-CIVIL-OPEN = 'Y' THEN
              MOVE CM-ID TO CS-CM-ID
              READ CIVIL-STATUS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CS-BIRTH-NAME NOT = SPACES THEN
                       MOVE FUNCTION UPPER-CASE(CS-BIRTH-NAME)
                          TO WS-C-BIRTH-NAME(WS-I-IDX)
                    END-IF
                    IF CS-DEATH-DATE NOT = 0 THEN
                       MOVE 'Y' TO WS-C-DECEASED(WS-I-IDX)
                    END-IF
              END-READ
           END-IF.

           MOVE CM-ID TO ES-CM-ID.
           READ ESTATE-RECORDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-C-DECEASED(WS-I-IDX)
           END-READ.

      *    The register is consulted and reserved before anything
      *    is applied; an exact re-presentation stops here, a
      *    skipped sequence number is called out loudly.
       REGISTER-THIS-FILE.
           ACCEPT WS-REG-SEQ-RAW FROM ENVIRONMENT "DEATHREG_SEQ"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-REG-SEQ-RAW IS NUMERIC THEN
              MOVE WS-REG-SEQ-RAW TO WS-REG-SEQ
           END-IF.
           MOVE WS-TODAY TO WS-REG-DATE.
           MOVE 'C' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.
           IF WS-REG-STATUS = 1 THEN
              DISPLAY "FICHIER DEJA TRAITE (sequence " WS-REG-SEQ
                 "), chargement refuse"
              CLOSE DEATH-REGISTER
              CLOSE ESTATE-RECORDS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REG-STATUS = 2 THEN
              DISPLAY "ALERTE : trou dans les numeros de sequence "
                 "de cette interface"
           END-IF.

       FINALIZE-FILE-REGISTER.
           MOVE 'F' TO WS-REG-MODE.
           CALL "RegisterInboundFile" USING BY REFERENCE
              WS-REG-INTERFACE WS-REG-DATE WS-REG-SEQ WS-REG-COUNT
              WS-REG-AMOUNT WS-REG-MODE WS-REG-STATUS.

      *    Every customer still alive to us is scored against the
      *    entry; more than one may match it (a duplicate customer
      *    record is the usual reason) and each is dealt with.
       MATCH-ONE-REGISTER-ENTRY.
           MOVE FUNCTION UPPER-CASE(DR-BIRTH-NAME) TO WS-UP-BIRTH-NAME.
           MOVE FUNCTION UPPER-CASE(DR-USED-NAME) TO WS-UP-USED-NAME.
           MOVE FUNCTION UPPER-CASE(DR-FIRST-NAMES)
              TO WS-UP-FIRST-NAMES.
           MOVE SPACES TO WS-GIVEN-1.
           MOVE SPACES TO WS-GIVEN-2.
           MOVE SPACES TO WS-GIVEN-3.
           UNSTRING WS-UP-FIRST-NAMES DELIMITED BY ALL SPACE
              INTO WS-GIVEN-1 WS-GIVEN-2 WS-GIVEN-3
           END-UNSTRING.

           PERFORM VARYING WS-I-IDX FROM 1 BY 1
                 UNTIL WS-I-IDX > WS-CUST-COUNT
              IF WS-C-DECEASED(WS-I-IDX) = 'N' THEN
                 PERFORM SCORE-ONE-CUSTOMER
                 IF WS-SCORE >= PROBABLE-THRESHOLD THEN
                    PERFORM CHECK-MATCH-ALREADY-KNOWN
                    IF WS-ALREADY-KNOWN = 'N' THEN
                       IF WS-SCORE >= CERTAIN-THRESHOLD THEN
                          PERFORM APPLY-CERTAIN-MATCH
                       ELSE
                          PERFORM QUEUE-PROBABLE-MATCH
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    The birth name is what the register is sure of; the
      *    name in use scores less, a married name being shared.
      *    A birth date the register only half knows still counts
      *    when what it does know agrees.
       SCORE-ONE-CUSTOMER.
           MOVE 0 TO WS-SCORE.
           MOVE 0 TO WS-NAME-POINTS.
           IF WS-C-BIRTH-NAME(WS-I-IDX) = WS-UP-BIRTH-NAME
                 AND WS-UP-BIRTH-NAME NOT = SPACES THEN
              MOVE 30 TO WS-NAME-POINTS
           ELSE
              IF (WS-C-LAST-NAME(WS-I-IDX) = WS-UP-USED-NAME
                    AND WS-UP-USED-NAME NOT = SPACES)
                    OR (WS-C-LAST-NAME(WS-I-IDX) = WS-UP-BIRTH-NAME
                    AND WS-UP-BIRTH-NAME NOT = SPACES) THEN
                 MOVE 20 TO WS-NAME-POINTS
              END-IF
           END-IF.
           IF WS-NAME-POINTS = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-POINTS TO WS-SCORE.

           IF WS-C-BIRTH(WS-I-IDX) NOT = 0 THEN
              IF WS-C-BIRTH(WS-I-IDX) = DR-BIRTH-DATE THEN
                 ADD 40 TO WS-SCORE
              ELSE
                 IF DR-BIRTH-DAY = 0 AND DR-BIRTH-MONTH NOT = 0
                       AND WS-C-BIRTH(WS-I-IDX)(1:6)
                          = DR-BIRTH-DATE(1:6) THEN
                    ADD 30 TO WS-SCORE
                 ELSE
                    IF WS-C-BIRTH(WS-I-IDX)(1:4)
                          = DR-BIRTH-DATE(1:4) THEN
                       ADD 10 TO WS-SCORE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-C-NAME(WS-I-IDX) = WS-GIVEN-1
                 AND WS-GIVEN-1 NOT = SPACES THEN
              ADD 30 TO WS-SCORE
           ELSE
              IF (WS-C-NAME(WS-I-IDX) = WS-GIVEN-2
                    AND WS-GIVEN-2 NOT = SPACES)
                    OR (WS-C-NAME(WS-I-IDX) = WS-GIVEN-3
                    AND WS-GIVEN-3 NOT = SPACES) THEN
                 ADD 20 TO WS-SCORE
              ELSE
                 IF WS-C-NAME(WS-I-IDX)(1:1) = WS-GIVEN-1(1:1)
                       AND WS-GIVEN-1 NOT = SPACES THEN
                    ADD 10 TO WS-SCORE
                 END-IF
              END-IF
           END-IF.

      *    The same certificate already raised against the same
      *    customer, open, acted on or dismissed, is not raised
      *    again by a later month's file.
       CHECK-MATCH-ALREADY-KNOWN.
           MOVE 'N' TO WS-ALREADY-KNOWN.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE 0 TO DM-ID.
           START DEATH-MATCHES KEY IS > DM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
              READ DEATH-MATCHES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                 NOT AT END
                    IF DM-CM-ID = WS-C-ID(WS-I-IDX)
                          AND DM-REG-DEATH-REF = DR-DEATH-REF
                          AND DM-REG-DEATH-DATE = DR-DEATH-DATE THEN
                       MOVE 'Y' TO WS-ALREADY-KNOWN
                       MOVE 'Y' TO WS-SCAN-EOF
                    END-IF
              END-READ
           END-PERFORM.

      *    A certain match does what the estate desk does on a
      *    notification: the case is opened under no operator and
      *    the same protective steps run, without waiting weeks
      *    for a relative to walk in.
       APPLY-CERTAIN-MATCH.
           MOVE WS-C-ID(WS-I-IDX) TO ES-CM-ID.
           MOVE DR-DEATH-DATE TO ES-DEATH-DATE.
           MOVE WS-TODAY TO ES-NOTIFIED-DATE.
           MOVE 0 TO ES-NOTIFIED-BY.
           MOVE SPACES TO ES-HEIR-NAME.
           MOVE 0 TO ES-HEIR-PIN.
           MOVE 0 TO ES-HEIR-ACCT-NO.
           MOVE 'N' TO ES-DOCS-CHECKED.
           MOVE 0 TO ES-RELEASED-DATE.
           MOVE 'O' TO ES-STATUS.
           WRITE ESTATE-RECORD
              INVALID KEY
                 MOVE 'Y' TO WS-C-DECEASED(WS-I-IDX)
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE WS-C-ID(WS-I-IDX) TO DP-CM-ID.
           MOVE DR-DEATH-DATE TO DP-DEATH-DATE.
           MOVE 'R' TO DP-SOURCE.
           MOVE 0 TO DP-OPERATOR-ID.
           MOVE WS-TODAY TO DP-EFFECTIVE-DATE.
           CALL "ProtectDeceasedCustomer" USING BY REFERENCE
              DECEASED-PROTECTION-RECORD.
           MOVE 'Y' TO WS-C-DECEASED(WS-I-IDX).

           MOVE 'A' TO DM-STATUS.
           MOVE WS-TODAY TO DM-DECIDED-DATE.
           PERFORM WRITE-DEATH-MATCH.
           ADD 1 TO WS-CERTAIN-COUNT.

           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "CERTAIN  client=" WS-C-ID(WS-I-IDX)
              " score=" WS-SCORE
              " " DR-BIRTH-NAME " " DR-FIRST-NAMES(1:15)
              " deces=" DR-DEATH-DATE
              " acte=" DR-DEATH-REF
              DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           END-STRING.
           WRITE MATCH-REPORT-LINE.
           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "         cartes=" DP-CARDS-BLOCKED
              " ordres=" DP-ORDERS-SUSPENDED
              " comptes=" DP-ACCOUNTS-HELD
              " procurations=" DP-PROXIES-ENDED
              " coffres=" DP-BOXES-SEALED
              " sinistres=" DP-CLAIMS-OPENED
              " assurance=" DP-LIFE-INSURANCE
              DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           END-STRING.
           WRITE MATCH-REPORT-LINE.

       QUEUE-PROBABLE-MATCH.
           MOVE 'O' TO DM-STATUS.
           MOVE 0 TO DM-DECIDED-DATE.
           PERFORM WRITE-DEATH-MATCH.
           ADD 1 TO WS-PROBABLE-COUNT.

           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "PROBABLE client=" WS-C-ID(WS-I-IDX)
              " score=" WS-SCORE
              " " DR-BIRTH-NAME " " DR-FIRST-NAMES(1:15)
              " deces=" DR-DEATH-DATE
              " acte=" DR-DEATH-REF
              DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           END-STRING.
           WRITE MATCH-REPORT-LINE.

       WRITE-DEATH-MATCH.
           ADD 1 TO WS-NEXT-MATCH-ID.
           MOVE WS-NEXT-MATCH-ID TO DM-ID.
           MOVE WS-C-ID(WS-I-IDX) TO DM-CM-ID.
           MOVE WS-SCORE TO DM-SCORE.
           MOVE DR-BIRTH-NAME TO DM-REG-BIRTH-NAME.
           MOVE DR-USED-NAME TO DM-REG-USED-NAME.
           MOVE DR-FIRST-NAMES TO DM-REG-FIRST-NAMES.
           MOVE DR-BIRTH-DATE TO DM-REG-BIRTH-DATE.
           MOVE DR-DEATH-DATE TO DM-REG-DEATH-DATE.
           MOVE DR-DEATH-REF TO DM-REG-DEATH-REF.
           MOVE WS-TODAY TO DM-RAISED-DATE.
           MOVE 0 TO DM-DECIDED-BY.
           WRITE DEATH-MATCH-RECORD
              INVALID KEY
                 DISPLAY "Rapprochement non enregistre : client "
                    WS-C-ID(WS-I-IDX)
           END-WRITE.

       FIND-NEXT-MATCH-ID.
           MOVE 0 TO WS-NEXT-MATCH-ID.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE 0 TO DM-ID.
           START DEATH-MATCHES KEY IS > DM-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
              READ DEATH-MATCHES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                 NOT AT END
                    MOVE DM-ID TO WS-NEXT-MATCH-ID
              END-READ
           END-PERFORM.

       WRITE-MATCH-TOTALS.
           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "LUS=" WS-DETAIL-COUNT
              " CERTAINS=" WS-CERTAIN-COUNT
              " PROBABLES=" WS-PROBABLE-COUNT
              DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           END-STRING.
           WRITE MATCH-REPORT-LINE.

           IF WS-TRAILER-SEEN = 'N' THEN
              MOVE "ANOMALIE : PAS DE LIGNE DE TOTAL DANS LE FICHIER"
                 TO MATCH-REPORT-LINE
              WRITE MATCH-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT THEN
                 MOVE SPACES TO MATCH-REPORT-LINE
                 STRING "ANOMALIE : TOTAL ANNONCE " WS-TRAILER-COUNT
                    " NE CADRE PAS AVEC " WS-DETAIL-COUNT
                    DELIMITED BY SIZE INTO MATCH-REPORT-LINE
                 END-STRING
                 WRITE MATCH-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "CONTROLE OK : TOTAUX CONFORMES AU FICHIER"
                    TO MATCH-REPORT-LINE
                 WRITE MATCH-REPORT-LINE
              END-IF
           END-IF.

       END PROGRAM DeathRegisterMatch.
