       IDENTIFICATION DIVISION.
       PROGRAM-ID. KycReviewCycle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT KYC-REVIEWS ASSIGN TO '../../data/kycrev.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KR-CM-ID
              FILE STATUS IS KYC-REVIEWS-FS.

      *  Open and confirmed sanctions matches weigh on the rating;
      *  dismissed ones do not.
           SELECT SANCTIONS-HITS ASSIGN TO '../../data/sancthit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SH-ID
              FILE STATUS IS SANCTIONS-HITS-FS.

      *  The latest surveillance run's anomalies, per account.
           SELECT AML-REPORT ASSIGN TO '../../data/amlreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AML-REPORT-FS.

           SELECT CTR-RECORDS ASSIGN TO '../../data/ctr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTR-RECORDS-FS.

      *  Read only to find the customer's language for the letter.
           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  Reminder and restriction letters, for the print room to
      *  cut and mail.
           SELECT STATEMENT-DOCS ASSIGN TO '../../data/stmtdocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The same documents for customers whose address La Poste
      *  sent back, held under their hold-mail row instead of
      *  going to print.
           SELECT HELD-DOCS ASSIGN TO '../../data/holddocs.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  This month's worklist for the desks: every review owed,
      *  every customer restricted, every rating that moved.
           SELECT KYC-WORKLIST ASSIGN TO '../../data/kycworklist.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD KYC-REVIEWS.
       COPY "KYCREVIEW.cpy".

       FD SANCTIONS-HITS.
       COPY "SANCTHIT.cpy".

       FD AML-REPORT.
       01 AML-REPORT-LINE PIC X(90).

       FD CTR-RECORDS.
       COPY "CTRREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD STATEMENT-DOCS.
       01 DOC-LINE PIC X(80).

       FD HELD-DOCS.
       COPY "HELDDOC.cpy".

       FD KYC-WORKLIST.
       01 WORKLIST-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 KYC-REVIEWS-FS PIC XX.
       01 SANCTIONS-HITS-FS PIC XX.
       01 AML-REPORT-FS PIC XX.
       01 CTR-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 WS-BANK-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR PIC 9(4).
           03 WS-TODAY-MMDD PIC 9(4).

      *  Days a review may run past its due date before the
      *  customer is held to deposits only. Per-deployment
      *  override like the other batch windows.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 60.
       01 WS-GRACE-RAW PIC X(3) VALUE SPACES.
       01 WS-LAPSE-DATE PIC 9(8).

      *  Cash declarations count for a year back.
       01 WS-CTR-FROM-DATE PIC 9(8).
       01 WS-CTR-FROM-PARTS REDEFINES WS-CTR-FROM-DATE.
           03 WS-CTR-FROM-YEAR PIC 9(4).
           03 WS-CTR-FROM-MMDD PIC 9(4).

      *  Rating thresholds: any sanctions match, two surveillance
      *  anomalies or six declarable cash movements in the year
      *  make a high risk; one anomaly or one declaration, medium.
       01 WS-HIGH-AML-HITS PIC 9(3) VALUE 2.
       01 WS-HIGH-CTR-COUNT PIC 9(3) VALUE 6.

      *  The rating drivers, tallied per customer id before the
      *  customer file is walked.
       01 WS-DRIVER-TABLE.
           03 WS-DRIVER OCCURS 9999 TIMES.
              05 WS-D-SANCTIONS PIC 9(3).
              05 WS-D-AML PIC 9(3).
              05 WS-D-CTR PIC 9(3).
       01 WS-CUST-IDX PIC 9(4).

       01 WS-AML-MATCHES PIC 9(2).
       01 WS-AML-HEAD PIC X(90).
       01 WS-AML-TAIL PIC X(90).
       01 WS-AML-PIN PIC X(4).

       01 WS-REVIEW-FOUND PIC X.
       01 WS-OLD-RATING PIC X.
       01 WS-OLD-STATUS PIC X.
       01 WS-NEW-RATING PIC X.
       01 WS-NEXT-DUE PIC 9(8).
       01 WS-LANG-IS-EN PIC X VALUE 'N'.

       01 WS-RATED-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.

      *  Post for a customer whose address La Poste sent back is
      *  held: the letter goes to the held-documents file under
      *  its hold-mail row instead of the print file.
       01 WS-HOLD-TYPE PIC X VALUE 'L'.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "KycReviewCycle".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X VALUE 'M'.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).
       01 WS-HELD-LETTERS PIC 9(5) VALUE 0.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           ACCEPT WS-GRACE-RAW FROM ENVIRONMENT "KYC_GRACE_DAYS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-GRACE-RAW IS NUMERIC THEN
              MOVE WS-GRACE-RAW TO WS-GRACE-DAYS
           END-IF.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE WS-TODAY TO WS-CTR-FROM-DATE.
           SUBTRACT 1 FROM WS-CTR-FROM-YEAR.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients absent : lancer d'abord la "
                 "migration CustomerMasterLoad"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-DRIVER-TABLE.
           PERFORM TALLY-SANCTIONS-HITS.
           PERFORM TALLY-AML-ANOMALIES.
           PERFORM TALLY-CASH-DECLARATIONS.

           PERFORM OPEN-OR-CREATE-KYC-REVIEWS.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-BANK-OPEN
           END-IF.
           OPEN EXTEND STATEMENT-DOCS.
           OPEN EXTEND HELD-DOCS.
           OPEN OUTPUT KYC-WORKLIST.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "REVUES KYC PERIODIQUES " WS-TODAY
              " DELAI DE GRACE=" WS-GRACE-DAYS " JOURS"
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM REVIEW-ONE-CUSTOMER
              END-READ
           END-PERFORM.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "TOTAL NOTES=" WS-RATED-COUNT
              " A REVOIR=" WS-DUE-COUNT
              " RESTREINTS=" WS-LAPSED-COUNT
              " COURRIERS=" WS-LETTER-COUNT
              " RISQUE RELEVE=" WS-RAISED-COUNT
              DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           CLOSE CUSTOMER-MASTER.
           CLOSE KYC-REVIEWS.
           IF WS-BANK-OPEN = 'Y' THEN
              CLOSE BANK-RECORDS
           END-IF.
           CLOSE STATEMENT-DOCS.
           CLOSE HELD-DOCS.
           CLOSE KYC-WORKLIST.

           DISPLAY "Revues KYC : " WS-DUE-COUNT " a revoir, "
              WS-LAPSED-COUNT " client(s) restreint(s), "
              WS-LETTER-COUNT " courrier(s)".
           IF WS-HELD-LETTERS > 0 THEN
              DISPLAY WS-HELD-LETTERS " courrier(s) retenu(s), "
                 "adresse NPAI"
           END-IF.
           IF WS-LAPSED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    kycrev.dat may not exist yet; the first run creates it.
       OPEN-OR-CREATE-KYC-REVIEWS.
           OPEN I-O KYC-REVIEWS.
           IF KYC-REVIEWS-FS = "35" THEN
              CLOSE KYC-REVIEWS
              OPEN OUTPUT KYC-REVIEWS
              CLOSE KYC-REVIEWS
              OPEN I-O KYC-REVIEWS
           END-IF.

       TALLY-SANCTIONS-HITS.
           OPEN INPUT SANCTIONS-HITS.
           IF SANCTIONS-HITS-FS NOT = "00" THEN
              CLOSE SANCTIONS-HITS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SANCTIONS-HITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF (SH-IS-OPEN OR SH-IS-CONFIRMED)
                          AND SH-CM-ID > 0 THEN
                       ADD 1 TO WS-D-SANCTIONS(SH-CM-ID)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HITS.

      *    "ANOMALIE score=NNN type=... compte=PPPP-AA ...": the
      *    account sits after the compte= tag; anomalies raised on
      *    a card rather than an account are not counted here.
       TALLY-AML-ANOMALIES.
           OPEN INPUT AML-REPORT.
           IF AML-REPORT-FS NOT = "00" THEN
              CLOSE AML-REPORT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ AML-REPORT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AML-REPORT-LINE(1:8) = "ANOMALIE" THEN
                       PERFORM NOTE-AML-ANOMALY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AML-REPORT.

       NOTE-AML-ANOMALY.
           MOVE 0 TO WS-AML-MATCHES.
           INSPECT AML-REPORT-LINE TALLYING WS-AML-MATCHES
              FOR ALL " compte=".
           IF WS-AML-MATCHES = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-AML-TAIL.
           UNSTRING AML-REPORT-LINE DELIMITED BY " compte="
              INTO WS-AML-HEAD WS-AML-TAIL.
           MOVE WS-AML-TAIL(1:4) TO WS-AML-PIN.
           IF WS-AML-PIN IS NUMERIC THEN
              MOVE WS-AML-PIN TO WS-CUST-IDX
              IF WS-CUST-IDX > 0 THEN
                 ADD 1 TO WS-D-AML(WS-CUST-IDX)
              END-IF
           END-IF.

       TALLY-CASH-DECLARATIONS.
           OPEN INPUT CTR-RECORDS.
           IF CTR-RECORDS-FS NOT = "00" THEN
              CLOSE CTR-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CTR-RECORDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CT-DATE >= WS-CTR-FROM-DATE
                          AND CT-PIN > 0 THEN
                       ADD 1 TO WS-D-CTR(CT-PIN)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTR-RECORDS.

      *    A refused customer is out of the relationship already
      *    and has no review to hold.
       REVIEW-ONE-CUSTOMER.
           IF CM-KYC-REFUSED OR CM-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-REVIEW-FOUND.
           MOVE CM-ID TO KR-CM-ID.
           READ KYC-REVIEWS
              INVALID KEY
                 MOVE 'N' TO WS-REVIEW-FOUND
           END-READ.
           IF WS-REVIEW-FOUND = 'N' THEN
              INITIALIZE KYC-REVIEW-RECORD
              MOVE CM-ID TO KR-CM-ID
              MOVE 'C' TO KR-STATUS
           END-IF.
           MOVE KR-RISK-RATING TO WS-OLD-RATING.
           MOVE KR-STATUS TO WS-OLD-STATUS.

           PERFORM RATE-CUSTOMER.

           CALL "NextKycReviewDate" USING BY REFERENCE KR-RISK-RATING
              KR-LAST-REVIEW-DATE KR-ID-DOC-EXPIRY WS-TODAY
              WS-NEXT-DUE.
      *    Once owed, a review stays owed at the date it fell due,
      *    so the grace period cannot be restarted by a re-run.
           IF KR-LAST-REVIEW-DATE = 0
                 AND KR-NEXT-DUE-DATE NOT = 0 THEN
              MOVE KR-NEXT-DUE-DATE TO WS-NEXT-DUE
           END-IF.
           MOVE WS-NEXT-DUE TO KR-NEXT-DUE-DATE.

           MOVE FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(KR-NEXT-DUE-DATE)
              + WS-GRACE-DAYS) TO WS-LAPSE-DATE.

           EVALUATE TRUE
              WHEN WS-TODAY > WS-LAPSE-DATE
                 MOVE 'L' TO KR-STATUS
              WHEN WS-TODAY >= KR-NEXT-DUE-DATE
                 MOVE 'D' TO KR-STATUS
              WHEN OTHER
                 MOVE 'C' TO KR-STATUS
           END-EVALUATE.

           IF KR-IS-DUE AND WS-OLD-STATUS NOT = 'D' THEN
              MOVE WS-TODAY TO KR-REMINDER-DATE
              PERFORM WRITE-REMINDER-LETTER
           END-IF.
           IF KR-IS-LAPSED AND WS-OLD-STATUS NOT = 'L' THEN
              MOVE WS-TODAY TO KR-LAPSED-DATE
              PERFORM WRITE-RESTRICTION-LETTER
           END-IF.
           IF NOT KR-IS-LAPSED THEN
              MOVE 0 TO KR-LAPSED-DATE
           END-IF.

           IF WS-REVIEW-FOUND = 'Y' THEN
              REWRITE KYC-REVIEW-RECORD
           ELSE
              WRITE KYC-REVIEW-RECORD
           END-IF.
           ADD 1 TO WS-RATED-COUNT.

           PERFORM WRITE-WORKLIST-ENTRY.

       RATE-CUSTOMER.
           MOVE CM-ID TO WS-CUST-IDX.
           MOVE WS-D-SANCTIONS(WS-CUST-IDX) TO KR-SANCTION-HITS.
           MOVE WS-D-AML(WS-CUST-IDX) TO KR-AML-HITS.
           MOVE WS-D-CTR(WS-CUST-IDX) TO KR-CTR-COUNT.

           EVALUATE TRUE
              WHEN KR-SANCTION-HITS > 0
                 MOVE 'H' TO WS-NEW-RATING
              WHEN KR-AML-HITS >= WS-HIGH-AML-HITS
                 MOVE 'H' TO WS-NEW-RATING
              WHEN KR-CTR-COUNT >= WS-HIGH-CTR-COUNT
                 MOVE 'H' TO WS-NEW-RATING
              WHEN KR-AML-HITS > 0 OR KR-CTR-COUNT > 0
                 MOVE 'M' TO WS-NEW-RATING
              WHEN OTHER
                 MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE.

           IF WS-NEW-RATING NOT = KR-RISK-RATING THEN
              MOVE WS-NEW-RATING TO KR-RISK-RATING
              MOVE WS-TODAY TO KR-RATED-DATE
              IF KR-RISK-HIGH
                    OR (KR-RISK-MEDIUM AND WS-OLD-RATING = 'L') THEN
                 ADD 1 TO WS-RAISED-COUNT
              END-IF
           END-IF.

       WRITE-WORKLIST-ENTRY.
           IF KR-IS-CURRENT AND KR-RISK-RATING = WS-OLD-RATING THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WORKLIST-LINE.
           EVALUATE TRUE
              WHEN KR-IS-LAPSED
                 ADD 1 TO WS-LAPSED-COUNT
                 STRING "RESTREINT "
                    DELIMITED BY SIZE INTO WORKLIST-LINE
              WHEN KR-IS-DUE
                 ADD 1 TO WS-DUE-COUNT
                 STRING "A REVOIR  "
                    DELIMITED BY SIZE INTO WORKLIST-LINE
              WHEN OTHER
                 STRING "RISQUE    "
                    DELIMITED BY SIZE INTO WORKLIST-LINE
           END-EVALUATE.
           STRING "client=" KR-CM-ID
              " " CM-LAST-NAME
              " risque=" KR-RISK-RATING
              " echeance=" KR-NEXT-DUE-DATE
              " sanct=" KR-SANCTION-HITS
              " lcb=" KR-AML-HITS
              " dte=" KR-CTR-COUNT
              DELIMITED BY SIZE INTO WORKLIST-LINE(11:80).
           WRITE WORKLIST-LINE.

      *    The customer's accounts carry the language they asked
      *    for; the first one found is taken.
       SET-LETTER-LANGUAGE.
           MOVE 'N' TO WS-LANG-IS-EN.
           IF WS-BANK-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           READ BANK-RECORDS NEXT RECORD
              AT END
                 EXIT PARAGRAPH
           END-READ.
           IF RCD-PIN = CM-ID AND RCD-LANG-EN THEN
              MOVE 'Y' TO WS-LANG-IS-EN
           END-IF.

       WRITE-REMINDER-LETTER.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "RAPPEL REVUE KYC " WS-TODAY
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.
           PERFORM SET-LETTER-LANGUAGE.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "UPDATE OF YOUR CUSTOMER FILE " CM-ID " "
                 WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "MISE A JOUR DE VOTRE DOSSIER CLIENT " CM-ID
                 " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.

           IF WS-LANG-IS-EN = 'Y' THEN
              MOVE "  The law requires us to keep your identity and"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  situation up to date. Please call at your"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  branch with a valid identity document."
                 TO DOC-LINE
           ELSE
              MOVE "  La reglementation nous impose de tenir a jour"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  votre identite et votre situation. Merci de"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  passer en agence muni d'une piece d'identite."
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  Without it by " WS-LAPSE-DATE
                 ", your accounts will accept deposits only."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "  Sans visite avant le " WS-LAPSE-DATE
                 ", vos comptes n'accepteront plus que"
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
              MOVE "  les versements." TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-RESTRICTION-LETTER.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "RESTRICTION KYC " WS-TODAY
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           PERFORM CHECK-LETTER-HOLD.
           PERFORM SET-LETTER-LANGUAGE.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "RESTRICTION OF YOUR ACCOUNTS " CM-ID " "
                 WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           ELSE
              STRING "RESTRICTION DE VOS COMPTES " CM-ID
                 " le " WS-TODAY
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.

           MOVE SPACES TO DOC-LINE.
           IF WS-LANG-IS-EN = 'Y' THEN
              STRING "  The review of your file due on "
                 KR-NEXT-DUE-DATE " has not taken place."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
              MOVE "  Until it does, your accounts accept deposits"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  only. Please call at your branch."
                 TO DOC-LINE
           ELSE
              STRING "  La revue de votre dossier due le "
                 KR-NEXT-DUE-DATE " n'a pas eu lieu."
                 DELIMITED BY SIZE INTO DOC-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
              MOVE "  D'ici la, vos comptes n'acceptent que les"
                 TO DOC-LINE
              PERFORM WRITE-LETTER-LINE
              MOVE "  versements. Merci de passer en agence."
                 TO DOC-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-CUSTOMER-BLOCK.
           MOVE SPACES TO DOC-LINE.
           STRING CM-NAME " " CM-LAST-NAME
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           IF CM-ADDRESS-LINE = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DOC-LINE.
           STRING CM-ADDRESS-LINE
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING CM-POSTAL-CODE " " CM-CITY
              DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM WRITE-LETTER-LINE.

      *    Every letter is checked against the returned-mail
      *    register before its first line: an NPAI customer's
      *    letter is filed on the hold file, not printed.
       CHECK-LETTER-HOLD.
           CALL "CheckMailHold" USING BY REFERENCE CM-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-LETTERS
           END-IF.

       WRITE-LETTER-LINE.
           IF WS-MAIL-HELD THEN
              MOVE WS-HOLD-ID TO HD-HOLD-ID
              MOVE DOC-LINE TO HD-TEXT
              WRITE HELD-DOC-LINE
           ELSE
              WRITE DOC-LINE
           END-IF.

       END PROGRAM KycReviewCycle.
