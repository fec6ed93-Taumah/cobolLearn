       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDraftDesk.

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
              LOCK MODE IS MANUAL
              FILE STATUS IS BANK-RECORDS-FS.

           SELECT TRANLOG-RECORDS ASSIGN TO WS-TRANLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Before-image and completion marker around the REWRITE, so
      *  a crash mid-update is backed out at the next startup.
           SELECT INTENT-JOURNAL ASSIGN TO WS-INTENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-DRAFTS ASSIGN TO '../../data/bankdraft.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BD-SERIAL
              FILE STATUS IS BANK-DRAFTS-FS.

           SELECT OPERATOR-RECORDS ASSIGN TO '../../data/opermast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OPERATOR-RECORDS-FS.

      *  The counter's secure-paper printer: one draft image per
      *  issue, printed and signed at the desk.
           SELECT DRAFT-PRINT ASSIGN TO '../../data/draftprint.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TELLER-AUDIT ASSIGN TO '../../data/telleraudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD INTENT-JOURNAL.
       COPY "INTENTREC.cpy".

       FD BANK-DRAFTS.
       COPY "BANKDRAFT.cpy".

       FD OPERATOR-RECORDS.
       COPY "OPERREC.cpy".

       FD DRAFT-PRINT.
       01 DRAFT-PRINT-LINE PIC X(80).

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
       01 BANK-DRAFTS-FS PIC XX.
       01 OPERATOR-RECORDS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-ISSUE VALUE 1.
           88 WS-MENU-STOP VALUE 2.
           88 WS-MENU-INQUIRE VALUE 3.
           88 WS-MENU-LIST-ACCOUNT VALUE 4.
           88 WS-MENU-QUIT VALUE 5.

      *  Who is signed on at this desk, from the shared sign-on
      *  front door.
       01 WS-OPERATOR-ID PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE 'S' 'A'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
       01 WS-ACTION-LABEL PIC X(12).

      *  Draft serials run in their own range, well clear of the
      *  serials the cheque books are cut from.
       01 DRAFT-FIRST-SERIAL PIC 9(6) VALUE 900001.
       01 WS-NEXT-SERIAL PIC 9(6) VALUE 0.

       01 WS-PIN PIC 9(4).
       01 WS-ACCT-NO PIC 9(2).
       01 WS-DRAFT-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-BENEFICIARY PIC X(40).
       01 WS-SERIAL PIC 9(6).
       01 WS-AMOUNT-EDIT PIC ZZZZ9,99.
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-CONFIRM PIC X VALUE 'N'.
           88 WS-CONFIRMED VALUE 'O' 'o' 'Y' 'y'.

       01 WS-AVAILABLE PIC S9(8)V99.
       01 WS-AVAIL-REASON PIC 9.

      *  A draft is paid for out of the account like any debit at
      *  the desk: a proxy acting within the mandate, a KYC review
      *  still in force, and the signatures a legal entity's
      *  account needs.
       01 WS-PROXY-ID PIC 9(4) VALUE 0.
       01 WS-PROXY-SCOPE-NEEDED PIC X VALUE 'R'.
       01 WS-PROXY-AMOUNT PIC 9(7)V99.
       01 WS-PROXY-RESULT PIC X.
           88 WS-PROXY-ALLOWED VALUE 'O'.
       01 WS-PROXY-SCOPE PIC X.
       01 WS-PROXY-LIMIT PIC 9(7)V99.
       01 WS-PROXY-DOC-REF PIC X(20).
       01 WS-SIGNATORY-OK PIC X VALUE 'Y'.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-FIRST-SIGNER PIC 9(4).
       01 WS-SECOND-SIGNER PIC 9(4).
       01 WS-SIGN-RESULT PIC X.
       01 WS-TODAY PIC 9(8).

       01 WS-TRAN-REF PIC 9(8).
       01 WS-BRANCH-ID PIC X(2) VALUE "01".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.

       COPY "BALEDIT.cpy".

       01 WS-TRANLOG-PATH PIC X(100) VALUE "../../data/tranlog.dat".
       01 WS-INTENT-PATH PIC X(100) VALUE "../../data/intent.dat".

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

       PROCEDURE DIVISION.

           ACCEPT WS-DEMO-DAT-PATH FROM ENVIRONMENT "DEMO_DAT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-INTENT-PATH FROM ENVIRONMENT "INTENT_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-TRANLOG-PATH FROM ENVIRONMENT "TRANLOG_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-BRANCH-ID FROM ENVIRONMENT "BRANCH_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.

           CALL "GetBusinessDate" USING BY REFERENCE
              WS-BUSINESS-DATE WS-BUSDATE-STATUS.

           CALL "TellerSignOn" USING BY REFERENCE WS-OPERATOR-ID
              WS-OPERATOR-ROLE WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = 0 THEN
              DISPLAY "Acces refuse"
              STOP RUN
           END-IF.

           PERFORM FIND-OPERATOR-BRANCH.
           PERFORM OPEN-OR-CREATE-BANK-DRAFTS.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-DRAFT-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE 0 TO WS-PROXY-ID
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              MOVE 'Y' TO WS-SIGNATORY-OK
              EVALUATE TRUE
                 WHEN WS-MENU-ISSUE
                    PERFORM ISSUE-BANK-DRAFT
                 WHEN WS-MENU-STOP
                    PERFORM STOP-LOST-DRAFT
                 WHEN WS-MENU-INQUIRE
                    PERFORM INQUIRE-DRAFT
                 WHEN WS-MENU-LIST-ACCOUNT
                    PERFORM LIST-ACCOUNT-DRAFTS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE BANK-DRAFTS.
           STOP RUN.

       OPEN-OR-CREATE-BANK-DRAFTS.
           OPEN I-O BANK-DRAFTS.
           IF BANK-DRAFTS-FS = "35" THEN
              CLOSE BANK-DRAFTS
              OPEN OUTPUT BANK-DRAFTS
              CLOSE BANK-DRAFTS
              OPEN I-O BANK-DRAFTS
           END-IF.

       DISPLAY-DRAFT-MENU.
           DISPLAY "===== Cheques de banque =====".
           DISPLAY "1. Emettre un cheque de banque".
           DISPLAY "2. Opposition sur cheque de banque perdu/vole".
           DISPLAY "3. Consulter un cheque de banque".
           DISPLAY "4. Cheques de banque d'un compte".
           DISPLAY "5. Quitter".
           DISPLAY "Votre choix ?".

       FIND-OPERATOR-BRANCH.
           OPEN INPUT OPERATOR-RECORDS.
           IF OPERATOR-RECORDS-FS = "00" THEN
              MOVE WS-OPERATOR-ID TO OP-ID
              READ OPERATOR-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OP-BRANCH NOT = SPACES THEN
                       MOVE OP-BRANCH TO WS-BRANCH-ID
                    END-IF
              END-READ
           END-IF.
           CLOSE OPERATOR-RECORDS.

      *    The customer's account is debited now and the amount
      *    parked in the drafts-outstanding account; the draft is
      *    paid from there when the beneficiary's bank presents
      *    it.
       ISSUE-BANK-DRAFT.
           DISPLAY "PIN client ?".
           ACCEPT WS-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-NO.
           DISPLAY "Montant du cheque de banque ?".
           ACCEPT WS-DRAFT-AMOUNT.
           IF WS-DRAFT-AMOUNT = 0 THEN
              DISPLAY "Le montant doit etre superieur a zero"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Beneficiaire (a l'ordre de) ?".
           ACCEPT WS-BENEFICIARY.
           IF WS-BENEFICIARY = SPACES THEN
              DISPLAY "Beneficiaire obligatoire"
              EXIT PARAGRAPH
           END-IF.

           OPEN I-O BANK-RECORDS.
           MOVE WS-PIN TO RCD-PIN.
           MOVE WS-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS WITH LOCK.
           EVALUATE BANK-RECORDS-FS
              WHEN "00"
                 CONTINUE
              WHEN "51"
                 DISPLAY "Compte occupe par une autre operation, "
                    "veuillez reessayer"
                 CLOSE BANK-RECORDS
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY "Compte introuvable"
                 CLOSE BANK-RECORDS
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF RCD-CURRENCY NOT = "EUR" THEN
              DISPLAY "Compte en " RCD-CURRENCY " : cheque de banque "
                 "en euros seulement"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           PERFORM ASK-ACTING-PROXY.
           MOVE 'R' TO WS-PROXY-SCOPE-NEEDED.
           MOVE WS-DRAFT-AMOUNT TO WS-PROXY-AMOUNT.
           PERFORM CHECK-ACTING-PROXY.
           IF NOT WS-PROXY-ALLOWED THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-KYC-RESULT.
           CALL "CheckKycReview" USING BY REFERENCE RCD-PIN
              WS-KYC-RESULT.
           IF WS-KYC-RESULT = 'L' THEN
              DISPLAY "Emission refusee : revue KYC du client "
                 "echue, a faire d'abord (maintenance clients)"
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SIGNATORY-AUTHORITY.
           IF WS-SIGNATORY-OK NOT = 'Y' THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           CALL "FundsAvailability" USING BY REFERENCE WS-PIN
              WS-ACCT-NO WS-DRAFT-AMOUNT WS-AVAILABLE
              WS-AVAIL-REASON.
           EVALUATE WS-AVAIL-REASON
              WHEN 0
                 CONTINUE
              WHEN 2
                 DISPLAY "Compte non actif"
              WHEN 3
                 DISPLAY "Emission refusee : disponible insuffisant ("
                    WS-AVAILABLE ")"
              WHEN 4
                 DISPLAY "Compte de mineur au-dela du seuil : le "
                    "representant legal est-il present (O/N) ?"
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRMED THEN
                    MOVE 0 TO WS-AVAIL-REASON
                 ELSE
                    DISPLAY "Emission refusee sans le representant "
                       "legal"
                 END-IF
              WHEN OTHER
                 DISPLAY "Compte introuvable"
           END-EVALUATE.
           IF WS-AVAIL-REASON NOT = 0 THEN
              UNLOCK BANK-RECORDS
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.

           CALL "NextTransactionRef" USING BY REFERENCE WS-TRAN-REF.
           PERFORM WRITE-INTENT-ROW.
           SUBTRACT WS-DRAFT-AMOUNT FROM RCD-AMMOUNT.
           REWRITE BANK-RECORD.
           UNLOCK BANK-RECORDS.
           PERFORM WRITE-TRANLOG-ENTRY.
           PERFORM WRITE-DONE-ROW.
           CLOSE BANK-RECORDS.

           PERFORM FIND-NEXT-SERIAL.
           INITIALIZE BANK-DRAFT-RECORD.
           MOVE WS-NEXT-SERIAL TO BD-SERIAL.
           MOVE WS-PIN TO BD-PIN.
           MOVE WS-ACCT-NO TO BD-ACCT-NO.
           MOVE WS-DRAFT-AMOUNT TO BD-AMOUNT.
           MOVE WS-BENEFICIARY TO BD-BENEFICIARY.
           MOVE WS-BUSINESS-DATE TO BD-ISSUE-DATE.
           MOVE WS-OPERATOR-ID TO BD-ISSUED-BY.
           MOVE WS-TRAN-REF TO BD-ISSUE-REF.
           MOVE 'E' TO BD-STATUS.
           WRITE BANK-DRAFT-RECORD
              INVALID KEY
                 DISPLAY "Cheque de banque non enregistre, statut "
                    BANK-DRAFTS-FS " ref " WS-TRAN-REF
                 EXIT PARAGRAPH
           END-WRITE.

           PERFORM PRINT-BANK-DRAFT.
           MOVE BD-SERIAL TO WS-SERIAL.
           MOVE "EMIS CHQBQ" TO WS-ACTION-LABEL.
           PERFORM LOG-DRAFT-ACTION.

      *    The serials only grow; the last one on file is the
      *    highest already issued.
       FIND-NEXT-SERIAL.
           MOVE 0 TO WS-NEXT-SERIAL.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO BD-SERIAL.
           START BANK-DRAFTS KEY IS > BD-SERIAL
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-DRAFTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE BD-SERIAL TO WS-NEXT-SERIAL
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SERIAL.
           IF WS-NEXT-SERIAL < DRAFT-FIRST-SERIAL THEN
              MOVE DRAFT-FIRST-SERIAL TO WS-NEXT-SERIAL
           END-IF.

       PRINT-BANK-DRAFT.
           MOVE BD-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "========== Cheque de banque ==========".
           DISPLAY "Numero      : " BD-SERIAL.
           DISPLAY "Date        : " BD-ISSUE-DATE.
           DISPLAY "A l'ordre de: " BD-BENEFICIARY.
           DISPLAY "Montant     : " WS-AMOUNT-EDIT " EUR".
           DISPLAY "Donneur     : compte " BD-PIN "-" BD-ACCT-NO.
           DISPLAY "Reference   : " BD-ISSUE-REF.
           DISPLAY "=======================================".

           OPEN EXTEND DRAFT-PRINT.
           MOVE SPACES TO DRAFT-PRINT-LINE.
           STRING "CHEQUE DE BANQUE N " BD-SERIAL
              " agence " WS-BRANCH-ID
              " du " BD-ISSUE-DATE
              DELIMITED BY SIZE INTO DRAFT-PRINT-LINE.
           WRITE DRAFT-PRINT-LINE.
           MOVE SPACES TO DRAFT-PRINT-LINE.
           STRING "PAYEZ CONTRE CE CHEQUE " WS-AMOUNT-EDIT " EUR"
              DELIMITED BY SIZE INTO DRAFT-PRINT-LINE.
           WRITE DRAFT-PRINT-LINE.
           MOVE SPACES TO DRAFT-PRINT-LINE.
           STRING "A L'ORDRE DE " BD-BENEFICIARY
              DELIMITED BY SIZE INTO DRAFT-PRINT-LINE.
           WRITE DRAFT-PRINT-LINE.
           MOVE SPACES TO DRAFT-PRINT-LINE.
           STRING "DONNEUR D'ORDRE " BD-PIN "-" BD-ACCT-NO
              " REF " BD-ISSUE-REF
              " EMIS PAR " BD-ISSUED-BY
              DELIMITED BY SIZE INTO DRAFT-PRINT-LINE.
           WRITE DRAFT-PRINT-LINE.
           MOVE SPACES TO DRAFT-PRINT-LINE.
           WRITE DRAFT-PRINT-LINE.
           CLOSE DRAFT-PRINT.

      *    A draft reported lost or stolen is returned unpaid if it
      *    is ever presented; the funds stay in the drafts account
      *    until the case is settled.
       STOP-LOST-DRAFT.
           DISPLAY "Numero du cheque de banque ?".
           ACCEPT BD-SERIAL.
           READ BANK-DRAFTS
              INVALID KEY
                 DISPLAY "Cheque de banque inconnu"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT BD-IS-OUTSTANDING THEN
              DISPLAY "Cheque de banque deja paye ou en opposition "
                 "(statut " BD-STATUS ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-DRAFT.
           DISPLAY "Motif (PERTE, VOL...) ?".
           ACCEPT BD-STOP-REASON.
           MOVE 'O' TO BD-STATUS.
           MOVE WS-BUSINESS-DATE TO BD-STOP-DATE.
           MOVE WS-OPERATOR-ID TO BD-STOPPED-BY.
           REWRITE BANK-DRAFT-RECORD.
           IF BANK-DRAFTS-FS = "00" THEN
              DISPLAY "Opposition placee sur le cheque de banque "
                 BD-SERIAL
              MOVE BD-SERIAL TO WS-SERIAL
              MOVE BD-PIN TO WS-PIN
              MOVE BD-ACCT-NO TO WS-ACCT-NO
              MOVE BD-ISSUE-REF TO WS-TRAN-REF
              MOVE "OPPOS CHQBQ" TO WS-ACTION-LABEL
              PERFORM LOG-DRAFT-ACTION
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 BANK-DRAFTS-FS
           END-IF.

       INQUIRE-DRAFT.
           DISPLAY "Numero du cheque de banque ?".
           ACCEPT BD-SERIAL.
           READ BANK-DRAFTS
              INVALID KEY
                 DISPLAY "Cheque de banque inconnu"
              NOT INVALID KEY
                 PERFORM SHOW-DRAFT
           END-READ.

       SHOW-DRAFT.
           MOVE BD-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Cheque de banque " BD-SERIAL
              " du " BD-ISSUE-DATE
              " compte " BD-PIN "-" BD-ACCT-NO
              " montant " WS-AMOUNT-EDIT.
           DISPLAY "  A l'ordre de " BD-BENEFICIARY.
           EVALUATE TRUE
              WHEN BD-IS-OUTSTANDING
                 DISPLAY "  En circulation"
              WHEN BD-IS-PAID
                 DISPLAY "  Paye le " BD-PAID-DATE
                    " ref " BD-PAID-REF
              WHEN BD-IS-STOPPED
                 DISPLAY "  Opposition du " BD-STOP-DATE
                    " motif " BD-STOP-REASON
                    " par " BD-STOPPED-BY
           END-EVALUATE.

       LIST-ACCOUNT-DRAFTS.
           DISPLAY "PIN client ?".
           ACCEPT WS-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT WS-ACCT-NO.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO BD-SERIAL.
           START BANK-DRAFTS KEY IS > BD-SERIAL
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BANK-DRAFTS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF BD-PIN = WS-PIN
                          AND BD-ACCT-NO = WS-ACCT-NO THEN
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-DRAFT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucun cheque de banque sur ce compte"
           END-IF.

       ASK-ACTING-PROXY.
           DISPLAY "Mandataire agissant (numero client, 0 si "
              "titulaire) ?".
           ACCEPT WS-PROXY-ID.

       CHECK-ACTING-PROXY.
           MOVE 'O' TO WS-PROXY-RESULT.
           IF WS-PROXY-ID = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           CALL "CheckProxyMandate" USING BY REFERENCE WS-PROXY-ID
              RCD-PIN RCD-ACCT-NO WS-PROXY-SCOPE-NEEDED
              WS-PROXY-AMOUNT WS-TODAY WS-PROXY-RESULT
              WS-PROXY-SCOPE WS-PROXY-LIMIT WS-PROXY-DOC-REF.
           EVALUATE WS-PROXY-RESULT
              WHEN 'O'
                 DISPLAY "Procuration " WS-PROXY-DOC-REF
                    " portee " WS-PROXY-SCOPE
              WHEN 'N'
                 DISPLAY "Refuse : aucune procuration de "
                    WS-PROXY-ID " sur ce compte"
              WHEN 'V'
                 DISPLAY "Refuse : procuration " WS-PROXY-DOC-REF
                    " revoquee, echue ou pas encore en vigueur"
              WHEN 'S'
                 DISPLAY "Refuse : hors de la portee de la "
                    "procuration (" WS-PROXY-SCOPE ")"
              WHEN 'L'
                 DISPLAY "Refuse : retrait au-dela du plafond de "
                    "la procuration (" WS-PROXY-LIMIT ")"
           END-EVALUATE.

      *    The teller has checked each signer's identity document
      *    before keying their customer number.
       CHECK-SIGNATORY-AUTHORITY.
           MOVE 'Y' TO WS-SIGNATORY-OK.
           MOVE 0 TO WS-FIRST-SIGNER.
           MOVE 0 TO WS-SECOND-SIGNER.
           CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compte de personne morale : numero client du "
              "signataire ?".
           ACCEPT WS-FIRST-SIGNER.
           CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
              WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
              WS-SIGN-RESULT.
           IF WS-SIGN-RESULT = 'S' THEN
              DISPLAY "Au-dela du pouvoir de ce signataire : numero "
                 "client du second signataire ?"
              ACCEPT WS-SECOND-SIGNER
              CALL "CheckSignatories" USING BY REFERENCE RCD-PIN
                 WS-FIRST-SIGNER WS-SECOND-SIGNER WS-PROXY-AMOUNT
                 WS-SIGN-RESULT
           END-IF.
           EVALUATE WS-SIGN-RESULT
              WHEN 'O'
                 CONTINUE
              WHEN 'X'
                 DISPLAY "Refuse : " WS-FIRST-SIGNER
                    " n'est pas signataire en vigueur"
              WHEN 'Y'
                 DISPLAY "Refuse : " WS-SECOND-SIGNER
                    " ne peut pas etre second signataire"
              WHEN OTHER
                 DISPLAY "Refuse : second signataire requis"
           END-EVALUATE.
           IF WS-SIGN-RESULT NOT = 'O' THEN
              MOVE 'N' TO WS-SIGNATORY-OK
           END-IF.

       WRITE-TRANLOG-ENTRY.
           OPEN EXTEND TRANLOG-RECORDS.
           MOVE WS-PIN TO TL-PIN.
           MOVE WS-ACCT-NO TO TL-ACCT-NO.
           MOVE 'BDEM' TO TL-TYPE.
           MOVE WS-DRAFT-AMOUNT TO TL-AMOUNT.
           MOVE RCD-AMMOUNT TO TL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-DATETIME.
           MOVE WS-BUSINESS-DATE TO TL-DATETIME(1:8).
           MOVE WS-TRAN-REF TO TL-REF.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.

       WRITE-INTENT-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'INTENT' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 1 TO IJ-ACCOUNT-COUNT.
           MOVE WS-PIN TO IJ-PIN-1.
           MOVE WS-ACCT-NO TO IJ-ACCT-NO-1.
           MOVE RCD-AMMOUNT TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       WRITE-DONE-ROW.
           OPEN EXTEND INTENT-JOURNAL.
           MOVE 'DONE  ' TO IJ-TYPE.
           MOVE WS-TRAN-REF TO IJ-REF.
           MOVE 0 TO IJ-ACCOUNT-COUNT.
           MOVE 0 TO IJ-PIN-1.
           MOVE 0 TO IJ-ACCT-NO-1.
           MOVE 0 TO IJ-BALANCE-1.
           MOVE 0 TO IJ-PIN-2.
           MOVE 0 TO IJ-ACCT-NO-2.
           MOVE 0 TO IJ-BALANCE-2.
           WRITE INTENT-RECORD.
           CLOSE INTENT-JOURNAL.

       LOG-DRAFT-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           IF WS-PROXY-ID NOT = 0 THEN
              STRING "MAINT " WS-ACTION-LABEL
                 " compte=" WS-PIN "-" WS-ACCT-NO
                 " serie=" WS-SERIAL
                 " mandataire=" WS-PROXY-ID
                 " operateur=" WS-OPERATOR-ID
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           ELSE
              STRING "MAINT " WS-ACTION-LABEL
                 " compte=" WS-PIN "-" WS-ACCT-NO
                 " serie=" WS-SERIAL
                 " operateur=" WS-OPERATOR-ID
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           END-IF.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

       END PROGRAM BankDraftDesk.
