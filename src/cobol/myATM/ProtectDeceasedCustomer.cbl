       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProtectDeceasedCustomer.

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

           SELECT CARD-RECORDS ASSIGN TO '../../data/card.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-RECORDS-FS.

           SELECT STANDING-ORDERS ASSIGN TO '../../data/standord.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-ID
              FILE STATUS IS STANDING-ORDERS-FS.

      *  Debits die with the customer: a full hold under the
      *  DECD reason does what the abused RCD-FROZEN letter used
      *  to, without blocking the estate's own administration.
           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FZ-KEY
              FILE STATUS IS FREEZE-RECORDS-FS.

      *  A power of attorney dies with either party: the ones given
      *  on the deceased's accounts and the ones the deceased held.
           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

      *  A safe-deposit box in the deceased's name, alone or
      *  jointly, is sealed until the estate is released.
           SELECT SAFE-RENTALS ASSIGN TO '../../data/boxrent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CONTRACT-ID
              FILE STATUS IS SAFE-RENTALS-FS.

           SELECT SAFE-BOXES ASSIGN TO '../../data/safebox.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SB-KEY
              FILE STATUS IS SAFE-BOXES-FS.

      *  A loan the deceased was insured on goes to the insurer:
      *  the claim is opened with the notification, for the share
      *  of the outstanding the cover answers for.
           SELECT LOAN-INSURANCE ASSIGN TO '../../data/loaninsur.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BI-LOAN-ID
              FILE STATUS IS LOAN-INSURANCE-FS.

           SELECT LOAN-RECORDS ASSIGN TO '../../data/loanmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-ID
              FILE STATUS IS LOAN-RECORDS-FS.

      *  The death, its source and the insurance and dormancy
      *  flags are kept on the customer's civil status.
           SELECT CIVIL-STATUS ASSIGN TO '../../data/civilst.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-CM-ID
              FILE STATUS IS CIVIL-STATUS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD CARD-RECORDS
           RECORD CONTAINS 29 CHARACTERS.

       COPY "CARDREC.cpy".

       FD STANDING-ORDERS.
       COPY "STANDORD.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".

       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       FD SAFE-RENTALS.
       COPY "SAFERENT.cpy".

       FD SAFE-BOXES.
       COPY "SAFEBOX.cpy".

       FD LOAN-INSURANCE.
       COPY "LOANINS.cpy".

       FD LOAN-RECORDS.
       COPY "LOANREC.cpy".

       FD CIVIL-STATUS.
       COPY "CIVILST.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 CARD-RECORDS-FS PIC XX.
       01 STANDING-ORDERS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 PROXY-RECORDS-FS PIC XX.
       01 SAFE-RENTALS-FS PIC XX.
       01 SAFE-BOXES-FS PIC XX.
       01 WS-BOXES-OPEN PIC X VALUE 'N'.
       01 LOAN-INSURANCE-FS PIC XX.
       01 LOAN-RECORDS-FS PIC XX.
       01 CIVIL-STATUS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-INSURED-IDX PIC 9.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       LINKAGE SECTION.

       COPY "DECDPROT.cpy".

       PROCEDURE DIVISION
       USING BY REFERENCE DECEASED-PROTECTION-RECORD.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           MOVE 'N' TO DP-LIFE-INSURANCE.

           PERFORM BLOCK-CUSTOMER-CARDS.
           PERFORM SUSPEND-STANDING-ORDERS.
           PERFORM HOLD-CUSTOMER-ACCOUNTS.
           PERFORM END-CUSTOMER-PROXIES.
           PERFORM SEAL-CUSTOMER-BOXES.
           PERFORM OPEN-INSURANCE-CLAIMS.
           PERFORM RECORD-CIVIL-STATUS.

           EXIT PROGRAM.

       BLOCK-CUSTOMER-CARDS.
           MOVE 0 TO DP-CARDS-BLOCKED.
           MOVE 'N' TO WS-EOF.
           OPEN I-O CARD-RECORDS.
           IF CARD-RECORDS-FS NOT = "00" THEN
              CLOSE CARD-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CARD-NUMBER.
           START CARD-RECORDS KEY IS > CARD-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CARD-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CARD-CUSTOMER-ID = DP-CM-ID
                          AND CARD-IS-ACTIVE THEN
                       MOVE 'H' TO CARD-STATUS
                       REWRITE CARD-RECORD
                       ADD 1 TO DP-CARDS-BLOCKED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-RECORDS.

       SUSPEND-STANDING-ORDERS.
           MOVE 0 TO DP-ORDERS-SUSPENDED.
           MOVE 'N' TO WS-EOF.
           OPEN I-O STANDING-ORDERS.
           IF STANDING-ORDERS-FS NOT = "00" THEN
              CLOSE STANDING-ORDERS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SO-ID.
           START STANDING-ORDERS KEY IS > SO-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STANDING-ORDERS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SO-PIN = DP-CM-ID AND SO-IS-ACTIVE THEN
                       MOVE 'C' TO SO-STATUS
                       REWRITE STANDING-ORDER-RECORD
                       ADD 1 TO DP-ORDERS-SUSPENDED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STANDING-ORDERS.

      *    One full hold per account under the DECD reason: the
      *    held amount covers the whole balance, so the
      *    availability arithmetic every money mover applies
      *    leaves nothing to debit.
       HOLD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO DP-ACCOUNTS-HELD.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-RECORDS.
           IF BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FREEZE-RECORDS.
           IF FREEZE-RECORDS-FS = "35" THEN
              CLOSE FREEZE-RECORDS
              OPEN OUTPUT FREEZE-RECORDS
              CLOSE FREEZE-RECORDS
              OPEN I-O FREEZE-RECORDS
           END-IF.

           MOVE DP-CM-ID TO RCD-PIN.
           MOVE 0 TO RCD-ACCT-NO.
           START BANK-RECORDS KEY IS >= RCD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RCD-PIN NOT = DP-CM-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM HOLD-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BANK-RECORDS.
           CLOSE FREEZE-RECORDS.

       HOLD-ONE-ACCOUNT.
           MOVE RCD-PIN TO FZ-PIN.
           MOVE RCD-ACCT-NO TO FZ-ACCT-NO.
           MOVE 'DECD' TO FZ-REASON-CODE.
           MOVE "SUCCESSION" TO FZ-AUTHORITY.
           MOVE DP-EFFECTIVE-DATE TO FZ-EFFECTIVE-DATE.
           MOVE 0 TO FZ-EXPIRY-DATE.
           MOVE RCD-AMMOUNT TO FZ-HELD-AMOUNT.
           MOVE 'A' TO FZ-STATUS.
           WRITE FREEZE-RECORD
              INVALID KEY
                 REWRITE FREEZE-RECORD
           END-WRITE.
           ADD 1 TO DP-ACCOUNTS-HELD.

      *    Each mandate still in force is ended under the D status,
      *    so it reads as ended by the estate rather than revoked.
       END-CUSTOMER-PROXIES.
           MOVE 0 TO DP-PROXIES-ENDED.
           MOVE 'N' TO WS-EOF.
           OPEN I-O PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              CLOSE PROXY-RECORDS
              EXIT PARAGRAPH
           END-IF.

           MOVE DP-CM-ID TO PX-PIN.
           MOVE 0 TO PX-ACCT-NO.
           MOVE 0 TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS >= PX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PIN NOT = DP-CM-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM END-ONE-PROXY
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           MOVE DP-CM-ID TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS = PX-PROXY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF PX-PROXY-ID NOT = DP-CM-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM END-ONE-PROXY
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PROXY-RECORDS.

       END-ONE-PROXY.
           IF NOT PX-IS-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO PX-STATUS.
           MOVE DP-OPERATOR-ID TO PX-ENDED-BY.
           MOVE DP-EFFECTIVE-DATE TO PX-ENDED-DATE.
           REWRITE PROXY-RECORD.
           ADD 1 TO DP-PROXIES-ENDED.
           DISPLAY "  Procuration terminee : compte " PX-PIN "-"
              PX-ACCT-NO " mandataire " PX-PROXY-ID
              " mandat " PX-DOCUMENT-REF.

      *    Nobody goes down to the box again until the heirs are
      *    known: the contract and the box itself are both marked
      *    sealed, which the strongroom desk refuses every visit
      *    on. The rent keeps running against the estate.
       SEAL-CUSTOMER-BOXES.
           MOVE 0 TO DP-BOXES-SEALED.
           MOVE 'N' TO WS-EOF.
           OPEN I-O SAFE-RENTALS.
           IF SAFE-RENTALS-FS NOT = "00" THEN
              CLOSE SAFE-RENTALS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BOXES-OPEN.
           OPEN I-O SAFE-BOXES.
           IF SAFE-BOXES-FS = "00" THEN
              MOVE 'Y' TO WS-BOXES-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              READ SAFE-RENTALS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SR-IS-ACTIVE
                          AND (SR-HOLDER-ID = DP-CM-ID
                             OR SR-CO-HOLDER-ID = DP-CM-ID) THEN
                       PERFORM SEAL-ONE-BOX
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SAFE-RENTALS.
           IF WS-BOXES-OPEN = 'Y' THEN
              CLOSE SAFE-BOXES
           END-IF.

       SEAL-ONE-BOX.
           MOVE 'S' TO SR-STATUS.
           MOVE DP-EFFECTIVE-DATE TO SR-SEALED-DATE.
           REWRITE SAFE-RENTAL-RECORD.
           ADD 1 TO DP-BOXES-SEALED.
           IF WS-BOXES-OPEN = 'Y' THEN
              MOVE SR-BRANCH TO SB-BRANCH
              MOVE SR-BOX-NUMBER TO SB-NUMBER
              READ SAFE-BOXES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO SB-STATUS
                    REWRITE SAFE-BOX-RECORD
              END-READ
           END-IF.
           DISPLAY "  Coffre sous scelles : " SR-BRANCH "-"
              SR-BOX-NUMBER " contrat " SR-CONTRACT-ID.

      *    Every active loan insurance naming the deceased with a
      *    cover opens its claim: the loan stops being billed, and
      *    the insurer's settlement pays it down in place of the
      *    heirs. Any cover still in force, claimed already or not,
      *    is what the civil status calls life insurance.
       OPEN-INSURANCE-CLAIMS.
           MOVE 0 TO DP-CLAIMS-OPENED.
           MOVE 'N' TO WS-EOF.
           OPEN I-O LOAN-INSURANCE.
           IF LOAN-INSURANCE-FS NOT = "00" THEN
              CLOSE LOAN-INSURANCE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LOAN-RECORDS.
           IF LOAN-RECORDS-FS NOT = "00" THEN
              CLOSE LOAN-RECORDS
              CLOSE LOAN-INSURANCE
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              READ LOAN-INSURANCE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM VARYING WS-INSURED-IDX FROM 1 BY 1
                          UNTIL WS-INSURED-IDX > 2
                       IF NOT BI-IS-ENDED
                             AND BI-INSURED-ID(WS-INSURED-IDX)
                                = DP-CM-ID
                             AND BI-COVER-PCT(WS-INSURED-IDX)
                                > 0 THEN
                          MOVE 'Y' TO DP-LIFE-INSURANCE
                          IF BI-IS-ACTIVE THEN
                             PERFORM OPEN-ONE-CLAIM
                          END-IF
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.

           CLOSE LOAN-RECORDS.
           CLOSE LOAN-INSURANCE.

       OPEN-ONE-CLAIM.
           MOVE BI-LOAN-ID TO LN-ID.
           READ LOAN-RECORDS
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT LN-IS-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO BI-STATUS.
           MOVE DP-CM-ID TO BI-CLAIM-INSURED-ID.
           MOVE DP-EFFECTIVE-DATE TO BI-CLAIM-DATE.
           COMPUTE BI-CLAIM-AMOUNT ROUNDED = LN-OUTSTANDING
              * BI-COVER-PCT(WS-INSURED-IDX) / 100.
           MOVE 0 TO BI-SETTLED-DATE.
           MOVE 0 TO BI-SETTLED-AMOUNT.
           REWRITE LOAN-INSURANCE-RECORD.
           ADD 1 TO DP-CLAIMS-OPENED.
           DISPLAY "  Sinistre ouvert : pret " LN-ID " assureur "
              BI-INSURER-CODE " quotite "
              BI-COVER-PCT(WS-INSURED-IDX) " % montant "
              BI-CLAIM-AMOUNT.

      *    The death goes on the civil status with where it came
      *    from; a death already recorded keeps its first date and
      *    source, the flags are brought up to date either way.
      *    civilst.dat may not exist yet; the first birth name or
      *    death recorded creates it.
       RECORD-CIVIL-STATUS.
           OPEN I-O CIVIL-STATUS.
           IF CIVIL-STATUS-FS = "35" THEN
              CLOSE CIVIL-STATUS
              OPEN OUTPUT CIVIL-STATUS
              CLOSE CIVIL-STATUS
              OPEN I-O CIVIL-STATUS
           END-IF.
           IF CIVIL-STATUS-FS NOT = "00" THEN
              CLOSE CIVIL-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE DP-CM-ID TO CS-CM-ID.
           READ CIVIL-STATUS
              INVALID KEY
                 MOVE SPACES TO CS-BIRTH-NAME
                 MOVE 0 TO CS-DEATH-DATE
           END-READ.
           IF CS-DEATH-DATE = 0 THEN
              MOVE DP-DEATH-DATE TO CS-DEATH-DATE
              MOVE DP-SOURCE TO CS-DEATH-SOURCE
              MOVE DP-EFFECTIVE-DATE TO CS-DEATH-RECORDED-DATE
           END-IF.
           MOVE DP-LIFE-INSURANCE TO CS-LIFE-INSURANCE.
           MOVE 'Y' TO CS-DORMANCY-FLAG.
           MOVE DP-EFFECTIVE-DATE TO CS-UPDATED-DATE.
           WRITE CIVIL-STATUS-RECORD
              INVALID KEY
                 REWRITE CIVIL-STATUS-RECORD
           END-WRITE.
           CLOSE CIVIL-STATUS.

       END PROGRAM ProtectDeceasedCustomer.
