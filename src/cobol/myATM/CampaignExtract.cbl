       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignExtract.

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

           SELECT MARKETING-CONSENTS ASSIGN TO
                 '../../data/mktconsent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MC-CM-ID
              FILE STATUS IS MARKETING-CONSENTS-FS.

           SELECT TIER-RECORDS ASSIGN TO '../../data/tier.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-PIN
              FILE STATUS IS TIER-RECORDS-FS.

           SELECT BANK-RECORDS  ASSIGN TO WS-DEMO-DAT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  The account's branch; an account with no row is at 00.
           SELECT ACCOUNT-BRANCHES ASSIGN TO
                 '../../data/acctbrch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AB-KEY
              FILE STATUS IS ACCOUNT-BRANCHES-FS.

           SELECT LOAN-RECORDS ASSIGN TO WS-LOANMAST-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

           SELECT TERM-DEPOSITS ASSIGN TO '../../data/termdep.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-ID
              FILE STATUS IS TERM-DEPOSITS-FS.

      *  Customers who must never be targeted, whatever the
      *  criteria: the deceased, minors, the sanctioned.
           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

           SELECT MINOR-CONTROLS ASSIGN TO '../../data/minorctl.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MN-KEY
              FILE STATUS IS MINOR-CONTROLS-FS.

           SELECT SANCTIONS-HITS ASSIGN TO '../../data/sancthit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SH-ID
              FILE STATUS IS SANCTIONS-HITS-FS.

      *  The target list handed to marketing, replaced each run.
           SELECT CAMPAIGN-TARGETS ASSIGN TO '../../data/campaign.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Every run, kept: what was asked for and what came out.
           SELECT CAMPAIGN-LOG ASSIGN TO '../../data/campaignlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD MARKETING-CONSENTS.
       COPY "MKTCONSENT.cpy".

       FD TIER-RECORDS.
       COPY "TIERREC.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD ACCOUNT-BRANCHES.
       01 ACCOUNT-BRANCH-RECORD.
           03 AB-KEY.
              05 AB-PIN PIC 9(4).
              05 AB-ACCT-NO PIC 9(2).
           03 AB-BRANCH PIC X(2).

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD TERM-DEPOSITS.
       COPY "TERMDEP.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       FD MINOR-CONTROLS.
       COPY "MINORREC.cpy".

       FD SANCTIONS-HITS.
       COPY "SANCTHIT.cpy".

       FD CAMPAIGN-TARGETS.
       01 CAMPAIGN-TARGET-RECORD.
           03 CX-CM-ID PIC 9(4).
           03 FILLER PIC X.
           03 CX-CHANNEL PIC X.
           03 FILLER PIC X.
           03 CX-NAME PIC X(20).
           03 FILLER PIC X.
           03 CX-LAST-NAME PIC X(20).
           03 FILLER PIC X.
           03 CX-ADDRESS-LINE PIC X(30).
           03 FILLER PIC X.
           03 CX-POSTAL-CODE PIC X(5).
           03 FILLER PIC X.
           03 CX-CITY PIC X(20).
           03 FILLER PIC X.
           03 CX-PHONE PIC X(10).
           03 FILLER PIC X.
           03 CX-LANGUAGE PIC X(2).

       FD CAMPAIGN-LOG.
       01 CAMPAIGN-LOG-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 MARKETING-CONSENTS-FS PIC XX.
       01 TIER-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 ACCOUNT-BRANCHES-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 TERM-DEPOSITS-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 MINOR-CONTROLS-FS PIC XX.
       01 SANCTIONS-HITS-FS PIC XX.
       01 WS-CONSENT-OPEN PIC X VALUE 'N'.
       01 WS-TIER-OPEN PIC X VALUE 'N'.
       01 WS-BRANCH-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *  Selection criteria, one environment variable each; a
      *  criterion left blank selects everyone. The channel is
      *  the one the campaign goes out by and the consent that is
      *  checked: L letter, S SMS, E email.
       01 WS-CAMPAIGN-CODE PIC X(10) VALUE "CAMPAGNE".
       01 WS-CRIT-CHANNEL PIC X VALUE 'L'.
           88 WS-CRIT-CHANNEL-OK VALUE 'L' 'S' 'E'.
      *    P premier, S standard.
       01 WS-CRIT-TIER PIC X VALUE SPACE.
           88 WS-CRIT-TIER-OK VALUE 'P' 'S' SPACE.
      *    C current account, E savings account, P loan, D term
      *    deposit, all counted only while still running.
       01 WS-CRIT-PRODUCT PIC X VALUE SPACE.
           88 WS-CRIT-PRODUCT-OK VALUE 'C' 'E' 'P' 'D' SPACE.
       01 WS-CRIT-BRANCH PIC X(2) VALUE SPACES.
       01 WS-CRIT-AGE-MIN PIC 9(3) VALUE 0.
       01 WS-CRIT-AGE-MAX PIC 9(3) VALUE 999.
       01 WS-AGE-MIN-RAW PIC X(3) VALUE SPACES.
       01 WS-AGE-MAX-RAW PIC X(3) VALUE SPACES.
       01 WS-CHANNEL-IDX PIC 9.

      *  Age of majority: nobody younger is ever targeted.
       01 WS-MAJORITY-AGE PIC 9(3) VALUE 18.
       01 WS-AGE PIC 9(3).

      *  What each customer holds and what rules them out, tallied
      *  per customer id before the customer file is walked.
       01 WS-HOLDING-TABLE.
           03 WS-HOLDING OCCURS 9999 TIMES.
              05 WS-H-OPEN-ACCOUNTS PIC 9(2).
              05 WS-H-CURRENT PIC X.
              05 WS-H-SAVINGS PIC X.
              05 WS-H-LOAN PIC X.
              05 WS-H-DEPOSIT PIC X.
              05 WS-H-IN-BRANCH PIC X.
              05 WS-H-LANGUAGE PIC X(2).
              05 WS-H-DECEASED PIC X.
              05 WS-H-MINOR PIC X.
              05 WS-H-SANCTIONED PIC X.
       01 WS-CUST-IDX PIC 9(4).
       01 WS-ACCOUNT-BRANCH PIC X(2).
       01 WS-SUPPRESS-REASON PIC X.
           88 WS-SUPPRESS-NONE VALUE SPACE.
       01 WS-SELECTED-FLAG PIC X.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OUT-OF-CRITERIA PIC 9(5) VALUE 0.
       01 WS-NO-CONSENT-COUNT PIC 9(5) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-MINOR-COUNT PIC 9(5) VALUE 0.
       01 WS-SANCTIONED-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.

      *  Shadowed to the training copies when MODE FORMATION is on.
       01 WS-LOANMAST-PATH PIC X(100)
           VALUE "../../data/loanmast.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT "LOANMAST_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           PERFORM READ-CAMPAIGN-CRITERIA.
           IF NOT WS-CRIT-CHANNEL-OK OR NOT WS-CRIT-TIER-OK
                 OR NOT WS-CRIT-PRODUCT-OK
                 OR WS-CRIT-AGE-MIN > WS-CRIT-AGE-MAX THEN
              DISPLAY "Criteres de campagne invalides : canal "
                 WS-CRIT-CHANNEL " segment " WS-CRIT-TIER
                 " produit " WS-CRIT-PRODUCT " age "
                 WS-CRIT-AGE-MIN "-" WS-CRIT-AGE-MAX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-CRIT-CHANNEL
              WHEN 'L'
                 MOVE 1 TO WS-CHANNEL-IDX
              WHEN 'S'
                 MOVE 2 TO WS-CHANNEL-IDX
              WHEN OTHER
                 MOVE 3 TO WS-CHANNEL-IDX
           END-EVALUATE.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS NOT = "00" THEN
              DISPLAY "Fichier clients absent : lancer d'abord la "
                 "migration CustomerMasterLoad"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-HOLDING-TABLE.
           PERFORM TALLY-ACCOUNTS.
           PERFORM TALLY-LOANS.
           PERFORM TALLY-TERM-DEPOSITS.
           PERFORM TALLY-ESTATES.
           PERFORM TALLY-MINOR-ACCOUNTS.
           PERFORM TALLY-SANCTIONS-HITS.

           OPEN INPUT MARKETING-CONSENTS.
           IF MARKETING-CONSENTS-FS = "00" THEN
              MOVE 'Y' TO WS-CONSENT-OPEN
           END-IF.
           OPEN INPUT TIER-RECORDS.
           IF TIER-RECORDS-FS = "00" THEN
              MOVE 'Y' TO WS-TIER-OPEN
           END-IF.
           OPEN OUTPUT CAMPAIGN-TARGETS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM SELECT-ONE-CUSTOMER
              END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           IF WS-CONSENT-OPEN = 'Y' THEN
              CLOSE MARKETING-CONSENTS
           END-IF.
           IF WS-TIER-OPEN = 'Y' THEN
              CLOSE TIER-RECORDS
           END-IF.
           CLOSE CAMPAIGN-TARGETS.

           PERFORM WRITE-CAMPAIGN-LOG.

           DISPLAY "Campagne " WS-CAMPAIGN-CODE " : "
              WS-SELECTED-COUNT " client(s) retenu(s) sur "
              WS-READ-COUNT.
           DISPLAY "  exclus : " WS-NO-CONSENT-COUNT
              " sans consentement, " WS-DECEASED-COUNT " decede(s), "
              WS-MINOR-COUNT " mineur(s), " WS-SANCTIONED-COUNT
              " sanctionne(s), " WS-CLOSED-COUNT " clos".

           STOP RUN.

       READ-CAMPAIGN-CRITERIA.
           ACCEPT WS-CAMPAIGN-CODE FROM ENVIRONMENT "CAMPAIGN_CODE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CRIT-CHANNEL FROM ENVIRONMENT "CAMPAIGN_CHANNEL"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CRIT-TIER FROM ENVIRONMENT "CAMPAIGN_TIER"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CRIT-PRODUCT FROM ENVIRONMENT "CAMPAIGN_PRODUCT"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-CRIT-BRANCH FROM ENVIRONMENT "CAMPAIGN_BRANCH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-AGE-MIN-RAW FROM ENVIRONMENT "CAMPAIGN_AGE_MIN"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-AGE-MIN-RAW IS NUMERIC THEN
              MOVE WS-AGE-MIN-RAW TO WS-CRIT-AGE-MIN
           END-IF.
           ACCEPT WS-AGE-MAX-RAW FROM ENVIRONMENT "CAMPAIGN_AGE_MAX"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-AGE-MAX-RAW IS NUMERIC THEN
              MOVE WS-AGE-MAX-RAW TO WS-CRIT-AGE-MAX
           END-IF.

      *    Only accounts still open make a holding, or keep a
      *    customer in the relationship at all.
       TALLY-ACCOUNTS.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-BRANCHES.
           IF ACCOUNT-BRANCHES-FS = "00" THEN
              MOVE 'Y' TO WS-BRANCH-OPEN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-PIN > 0 AND NOT RCD-CLOSED THEN
                       PERFORM NOTE-OPEN-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANK-RECORDS.
           IF WS-BRANCH-OPEN = 'Y' THEN
              CLOSE ACCOUNT-BRANCHES
           END-IF.

       NOTE-OPEN-ACCOUNT.
           MOVE RCD-PIN TO WS-CUST-IDX.
           IF WS-H-OPEN-ACCOUNTS(WS-CUST-IDX) < 99 THEN
              ADD 1 TO WS-H-OPEN-ACCOUNTS(WS-CUST-IDX)
           END-IF.
           IF WS-H-LANGUAGE(WS-CUST-IDX) = SPACES THEN
              MOVE RCD-LANGUAGE TO WS-H-LANGUAGE(WS-CUST-IDX)
           END-IF.
           IF RCD-ACCT-COURANT THEN
              MOVE 'Y' TO WS-H-CURRENT(WS-CUST-IDX)
           END-IF.
           IF RCD-ACCT-EPARGNE THEN
              MOVE 'Y' TO WS-H-SAVINGS(WS-CUST-IDX)
           END-IF.
           MOVE "00" TO WS-ACCOUNT-BRANCH.
           IF WS-BRANCH-OPEN = 'Y' THEN
              MOVE RCD-PIN TO AB-PIN
              MOVE RCD-ACCT-NO TO AB-ACCT-NO
              READ ACCOUNT-BRANCHES
                 NOT INVALID KEY
                    IF AB-BRANCH NOT = SPACES THEN
                       MOVE AB-BRANCH TO WS-ACCOUNT-BRANCH
                    END-IF
              END-READ
           END-IF.
           IF WS-ACCOUNT-BRANCH = WS-CRIT-BRANCH THEN
              MOVE 'Y' TO WS-H-IN-BRANCH(WS-CUST-IDX)
           END-IF.

       TALLY-LOANS.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF LN-IS-ACTIVE AND LN-PIN > 0 THEN
                       MOVE 'Y' TO WS-H-LOAN(LN-PIN)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOAN-RECORDS.

       TALLY-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSITS.
           IF TERM-DEPOSITS-FS NOT = "00" THEN
              CLOSE TERM-DEPOSITS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TERM-DEPOSITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TD-IS-ACTIVE AND TD-PIN > 0 THEN
                       MOVE 'Y' TO WS-H-DEPOSIT(TD-PIN)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TERM-DEPOSITS.

      *    An estate file, open or settled, means the customer is
      *    dead.
       TALLY-ESTATES.
           OPEN INPUT ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS NOT = "00" THEN
              CLOSE ESTATE-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ESTATE-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ES-CM-ID > 0 THEN
                       MOVE 'Y' TO WS-H-DECEASED(ES-CM-ID)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ESTATE-RECORDS.

      *    An account still under guardian control marks a minor
      *    even where the customer file has no birth date.
       TALLY-MINOR-ACCOUNTS.
           OPEN INPUT MINOR-CONTROLS.
           IF MINOR-CONTROLS-FS NOT = "00" THEN
              CLOSE MINOR-CONTROLS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ MINOR-CONTROLS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF MN-IS-MINOR AND MN-PIN > 0 THEN
                       MOVE 'Y' TO WS-H-MINOR(MN-PIN)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MINOR-CONTROLS.

      *    A match still under review counts as much as a
      *    confirmed one; only a dismissed match clears.
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
                       MOVE 'Y' TO WS-H-SANCTIONED(SH-CM-ID)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HITS.

      *    The suppressions come first and are never overridden by
      *    the criteria; each customer left out is counted under
      *    the first reason that applies.
       SELECT-ONE-CUSTOMER.
           IF CM-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE CM-ID TO WS-CUST-IDX.

           MOVE 999 TO WS-AGE.
           IF CM-BIRTH-DATE NOT = 0 AND CM-BIRTH-DATE <= WS-TODAY
                 THEN
              COMPUTE WS-AGE = (WS-TODAY - CM-BIRTH-DATE) / 10000
           END-IF.

           MOVE SPACE TO WS-SUPPRESS-REASON.
           EVALUATE TRUE
              WHEN WS-H-DECEASED(WS-CUST-IDX) = 'Y'
                 MOVE 'D' TO WS-SUPPRESS-REASON
                 ADD 1 TO WS-DECEASED-COUNT
              WHEN WS-H-MINOR(WS-CUST-IDX) = 'Y'
                    OR WS-AGE < WS-MAJORITY-AGE
                 MOVE 'M' TO WS-SUPPRESS-REASON
                 ADD 1 TO WS-MINOR-COUNT
              WHEN WS-H-SANCTIONED(WS-CUST-IDX) = 'Y'
                 MOVE 'S' TO WS-SUPPRESS-REASON
                 ADD 1 TO WS-SANCTIONED-COUNT
              WHEN WS-H-OPEN-ACCOUNTS(WS-CUST-IDX) = 0
                 MOVE 'C' TO WS-SUPPRESS-REASON
                 ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE.
           IF NOT WS-SUPPRESS-NONE THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CONSENT.
           IF NOT WS-SUPPRESS-NONE THEN
              ADD 1 TO WS-NO-CONSENT-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CRITERIA.
           IF WS-SELECTED-FLAG = 'N' THEN
              ADD 1 TO WS-OUT-OF-CRITERIA
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CAMPAIGN-TARGET-RECORD.
           MOVE CM-ID TO CX-CM-ID.
           MOVE WS-CRIT-CHANNEL TO CX-CHANNEL.
           MOVE CM-NAME TO CX-NAME.
           MOVE CM-LAST-NAME TO CX-LAST-NAME.
           MOVE CM-ADDRESS-LINE TO CX-ADDRESS-LINE.
           MOVE CM-POSTAL-CODE TO CX-POSTAL-CODE.
           MOVE CM-CITY TO CX-CITY.
           MOVE CM-PHONE TO CX-PHONE.
           MOVE WS-H-LANGUAGE(WS-CUST-IDX) TO CX-LANGUAGE.
           WRITE CAMPAIGN-TARGET-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.

      *    No register, no row or no yes on the campaign's channel
      *    all mean no consent.
       CHECK-CONSENT.
           MOVE 'N' TO WS-SUPPRESS-REASON.
           IF WS-CONSENT-OPEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-ID TO MC-CM-ID.
           READ MARKETING-CONSENTS
              NOT INVALID KEY
                 IF MC-IS-GIVEN(WS-CHANNEL-IDX) THEN
                    MOVE SPACE TO WS-SUPPRESS-REASON
                 END-IF
           END-READ.

      *    A customer the tiering batch has not classified yet is
      *    in no segment; one with no birth date on file (a legal
      *    entity) has no age and falls outside any age band.
       CHECK-CRITERIA.
           MOVE 'N' TO WS-SELECTED-FLAG.
           IF WS-CRIT-TIER NOT = SPACE THEN
              IF WS-TIER-OPEN = 'N' THEN
                 EXIT PARAGRAPH
              END-IF
              MOVE CM-ID TO TI-PIN
              READ TIER-RECORDS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ
              IF TI-TIER NOT = WS-CRIT-TIER THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE WS-CRIT-PRODUCT
              WHEN 'C'
                 IF WS-H-CURRENT(WS-CUST-IDX) NOT = 'Y' THEN
                    EXIT PARAGRAPH
                 END-IF
              WHEN 'E'
                 IF WS-H-SAVINGS(WS-CUST-IDX) NOT = 'Y' THEN
                    EXIT PARAGRAPH
                 END-IF
              WHEN 'P'
                 IF WS-H-LOAN(WS-CUST-IDX) NOT = 'Y' THEN
                    EXIT PARAGRAPH
                 END-IF
              WHEN 'D'
                 IF WS-H-DEPOSIT(WS-CUST-IDX) NOT = 'Y' THEN
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE.

           IF WS-CRIT-AGE-MIN > 0 OR WS-CRIT-AGE-MAX < 999 THEN
              IF CM-BIRTH-DATE = 0 OR WS-AGE < WS-CRIT-AGE-MIN
                    OR WS-AGE > WS-CRIT-AGE-MAX THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-CRIT-BRANCH NOT = SPACES
                 AND WS-H-IN-BRANCH(WS-CUST-IDX) NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-SELECTED-FLAG.

       WRITE-CAMPAIGN-LOG.
           OPEN EXTEND CAMPAIGN-LOG.
           MOVE SPACES TO CAMPAIGN-LOG-LINE.
           STRING "CAMPAGNE " WS-CAMPAIGN-CODE " LE " WS-TODAY
              " A " WS-RUN-TIME " CANAL=" WS-CRIT-CHANNEL
              " SEGMENT=" WS-CRIT-TIER " PRODUIT=" WS-CRIT-PRODUCT
              " AGE=" WS-CRIT-AGE-MIN "-" WS-CRIT-AGE-MAX
              " AGENCE=" WS-CRIT-BRANCH
              DELIMITED BY SIZE INTO CAMPAIGN-LOG-LINE.
           WRITE CAMPAIGN-LOG-LINE.
           MOVE SPACES TO CAMPAIGN-LOG-LINE.
           STRING "  LUS=" WS-READ-COUNT
              " RETENUS=" WS-SELECTED-COUNT
              " HORS CRITERES=" WS-OUT-OF-CRITERIA
              " SANS CONSENTEMENT=" WS-NO-CONSENT-COUNT
              DELIMITED BY SIZE INTO CAMPAIGN-LOG-LINE.
           WRITE CAMPAIGN-LOG-LINE.
           MOVE SPACES TO CAMPAIGN-LOG-LINE.
           STRING "  DECEDES=" WS-DECEASED-COUNT
              " MINEURS=" WS-MINOR-COUNT
              " SANCTIONNES=" WS-SANCTIONED-COUNT
              " CLOS=" WS-CLOSED-COUNT
              DELIMITED BY SIZE INTO CAMPAIGN-LOG-LINE.
           WRITE CAMPAIGN-LOG-LINE.
           CLOSE CAMPAIGN-LOG.

       END PROGRAM CampaignExtract.
