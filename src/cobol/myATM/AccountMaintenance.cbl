              RECORD KEY IS PA-ID
              FILE STATUS IS PENDING-APPROVALS-FS.

      *  Third parties who are not holders but hold a signed
      *  mandate to operate an account.
           SELECT PROXY-RECORDS ASSIGN TO '../../data/proxy.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PX-KEY
              ALTERNATE RECORD KEY IS PX-PROXY-ID WITH DUPLICATES
              FILE STATUS IS PROXY-RECORDS-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO '../../data/custmast.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

           SELECT ESTATE-RECORDS ASSIGN TO '../../data/estate.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ES-CM-ID
              FILE STATUS IS ESTATE-RECORDS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 REACTIVATION-LOG-LINE PIC X(80).

       FD TELLER-AUDIT.
       01 TELLER-AUDIT-LINE PIC X(90).

       FD PENDING-APPROVALS.
       COPY "APPROVREC.cpy".

       FD PROXY-RECORDS.
       COPY "PROXYREC.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD ESTATE-RECORDS.
       COPY "ESTATE.cpy".

       WORKING-STORAGE SECTION.

       01 BANK-RECORDS-FS PIC XX.
           88 WS-MENU-UPDATE-BALANCE VALUE 2.
           88 WS-MENU-DEACTIVATE VALUE 3.
           88 WS-MENU-REACTIVATE VALUE 4.
           88 WS-MENU-GRANT-PROXY VALUE 5.
           88 WS-MENU-REVOKE-PROXY VALUE 6.
           88 WS-MENU-LIST-PROXIES VALUE 7.
           88 WS-MENU-QUIT VALUE 8.

       01 WS-IDENTITY-ANSWER PIC X VALUE 'N'.
           88 WS-IDENTITY-VERIFIED VALUE 'O' 'o' 'Y' 'y'.
       01 WS-EVENT-OPEN PIC X(4) VALUE 'OUVR'.
       01 WS-EVENT-CLOSE PIC X(4) VALUE 'CLOT'.

      *  The RIB/IBAN a new account is given the day it opens.
       01 WS-NEW-IBAN PIC X(34).
       01 WS-IDENT-STATUS PIC 9.

      *  A single teller can no longer move a balance by more than
      *  this on their own say-so — it is the size of the change
      *  that matters, in either direction, not the level the
       01 PENDING-APPROVALS-FS PIC XX.
       01 DUAL-CONTROL-THRESHOLD PIC 9(4)V99 VALUE 1000,00.
       01 WS-DUAL-RAW PIC X(7) VALUE SPACES.
       01 WS-ADJUST-DELTA PIC S9(8)V99.
       01 WS-NEXT-APPROVAL-ID PIC 9(6) VALUE 0.
       01 WS-APPR-EOF PIC X VALUE 'N'.

       01 WS-NEW-AMMOUNT PIC 9(7)V99.
       01 WS-VALID PIC X VALUE 'Y'.
           88 WS-IS-VALID VALUE 'Y'.

      *  Same ceiling Deposit.cbl enforces so a teller adjustment
      *  can't push a balance past what a deposit itself never could.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.

      *  Prospective name held here until the PIN-reuse lookup below
      *  is done with BANK-RECORD, since that lookup's READ NEXT
       01 WS-NEW-PIN PIC 9(4).
       01 WS-NEW-ACCT-NO PIC 99.

      *  The proxy acting at the desk, zero when the holder is
      *  there in person; every action taken for a proxy is
      *  logged under the proxy's own customer number.
       01 PROXY-RECORDS-FS PIC XX.
       01 CUSTOMER-MASTER-FS PIC XX.
       01 ESTATE-RECORDS-FS PIC XX.
       01 WS-PROXY-ID PIC 9(4) VALUE 0.
       01 WS-PROXY-SCOPE-NEEDED PIC X.
       01 WS-PROXY-AMOUNT PIC 9(7)V99.
       01 WS-PROXY-RESULT PIC X.
           88 WS-PROXY-ALLOWED VALUE 'O'.
       01 WS-PROXY-SCOPE PIC X.
       01 WS-PROXY-LIMIT PIC 9(7)V99.
       01 WS-PROXY-DOC-REF PIC X(20).
       01 WS-PROXY-COUNT PIC 9(3) VALUE 0.
       01 WS-PROXY-EOF PIC X VALUE 'N'.
       01 WS-NEW-PROXY-RECORD PIC X(100).
       01 WS-PROXY-WRITTEN PIC X VALUE 'N'.

      *  A withdrawal from a legal entity's account is signed at
      *  the desk by a signatory in force, and by a second one
      *  above the first one's limit.
       01 WS-SIGNATORY-OK PIC X VALUE 'Y'.

      *  A customer whose periodic KYC review has lapsed may
      *  only pay in until it is done at the desk.
       01 WS-KYC-RESULT PIC X VALUE 'O'.
       01 WS-FIRST-SIGNER PIC 9(4).
       01 WS-SECOND-SIGNER PIC 9(4).
       01 WS-SIGN-RESULT PIC X.
       01 WS-TODAY PIC 9(8).

      *  The one-per-person and ceiling checks a Livret A opening
      *  must pass.
       01 WS-LIVRET-OWN-COUNT PIC 9(2).
       01 WS-LIVRET-OTHER-HOLDER PIC 9(4).
       01 WS-LIVRET-STATUS PIC 9.
       01 WS-LIVRET-RATE-PCT PIC 9(2)V99.
       01 WS-LIVRET-CEILING PIC 9(7)V99.

      *  Defaults to the demo layout; overridden so the same compiled
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".
           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-MAINTENANCE-MENU
              ACCEPT WS-MENU-CHOICE
              MOVE 0 TO WS-PROXY-ID
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              MOVE 'Y' TO WS-SIGNATORY-OK
              EVALUATE TRUE
                 WHEN WS-MENU-CREATE
                    PERFORM CREATE-ACCOUNT
                    PERFORM DEACTIVATE-ACCOUNT
                 WHEN WS-MENU-REACTIVATE
                    PERFORM REACTIVATE-DORMANT-ACCOUNT
                 WHEN WS-MENU-GRANT-PROXY
                    PERFORM GRANT-PROXY
                 WHEN WS-MENU-REVOKE-PROXY
                    PERFORM REVOKE-PROXY
                 WHEN WS-MENU-LIST-PROXIES
                    PERFORM LIST-ACCOUNT-PROXIES
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           DISPLAY "2. Ajuster le solde d'un compte".
           DISPLAY "3. Desactiver un compte".
           DISPLAY "4. Reactiver un compte dormant".
           DISPLAY "5. Enregistrer une procuration".
           DISPLAY "6. Revoquer une procuration".
           DISPLAY "7. Procurations d'un compte".
           DISPLAY "8. Quitter".
           DISPLAY "Votre choix ?".

       CREATE-ACCOUNT.
           ACCEPT RCD-CURRENCY.
           DISPLAY "Langue (FR/EN) ?".
           ACCEPT RCD-LANGUAGE.
           DISPLAY "Type de compte (C=Courant / E=Epargne / "
              "L=Livret A) ?".
           ACCEPT RCD-ACCT-TYPE.
           MOVE 'A' TO RCD-STATUS.

           PERFORM VALIDATE-NEW-ACCOUNT.
           IF WS-IS-VALID AND RCD-ACCT-LIVRET-A THEN
              PERFORM CHECK-LIVRET-A-OPENING
           END-IF.
           IF WS-IS-VALID THEN
              WRITE BANK-RECORD
                 INVALID KEY
                 PERFORM LOG-MAINTENANCE-ACTION
                 CALL "RecordAccountEvent" USING BY REFERENCE
                    WS-EVENT-OPEN RCD-PIN RCD-ACCT-NO
                 CALL "AssignAccountIdentifier" USING BY REFERENCE
                    RCD-PIN RCD-ACCT-NO WS-NEW-IBAN WS-IDENT-STATUS
                 IF WS-IDENT-STATUS NOT = 2 THEN
                    DISPLAY "IBAN du compte : " WS-NEW-IBAN
                 END-IF
              END-IF
           END-IF.

              DISPLAY "Langue invalide (FR ou EN attendu)"
              MOVE 'N' TO WS-VALID
           END-IF.
           IF NOT RCD-ACCT-COURANT AND NOT RCD-ACCT-EPARGNE
                 AND NOT RCD-ACCT-LIVRET-A THEN
              DISPLAY "Type de compte invalide (C, E ou L attendu)"
              MOVE 'N' TO WS-VALID
           END-IF.

      *    A Livret A is one per person, across every customer
      *    number the same person may hold here, and opens within
      *    the legal ceiling the State has published.
       CHECK-LIVRET-A-OPENING.
           CALL "CheckLivretAHolding" USING BY REFERENCE RCD-PIN
              WS-LIVRET-OWN-COUNT WS-LIVRET-OTHER-HOLDER
              WS-LIVRET-STATUS.
           IF WS-LIVRET-STATUS NOT = 0 THEN
              DISPLAY "Client absent du fichier clients, "
                 "unicite du livret A non verifiable"
              MOVE 'N' TO WS-VALID
              EXIT PARAGRAPH
           END-IF.
           IF WS-LIVRET-OWN-COUNT > 0 THEN
              DISPLAY "Le client detient deja un livret A"
              MOVE 'N' TO WS-VALID
              EXIT PARAGRAPH
           END-IF.
           IF WS-LIVRET-OTHER-HOLDER NOT = 0 THEN
              DISPLAY "Livret A deja detenu par la meme personne "
                 "sous le numero client " WS-LIVRET-OTHER-HOLDER
              MOVE 'N' TO WS-VALID
              EXIT PARAGRAPH
           END-IF.

           CALL "GetRegulatedTerms" USING BY REFERENCE RCD-ACCT-TYPE
              WS-TODAY WS-LIVRET-RATE-PCT WS-LIVRET-CEILING
              WS-LIVRET-STATUS.
           IF WS-LIVRET-STATUS NOT = 0 THEN
              DISPLAY "Aucun taux ni plafond publie pour le livret A"
              MOVE 'N' TO WS-VALID
              EXIT PARAGRAPH
           END-IF.
           IF RCD-AMMOUNT < 0 OR RCD-AMMOUNT > WS-LIVRET-CEILING THEN
              DISPLAY "Solde initial hors du plafond legal ("
                 WS-LIVRET-CEILING ")"
              MOVE 'N' TO WS-VALID
           END-IF.

           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           PERFORM ASK-ACTING-PROXY.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
                 DISPLAY "Solde actuel : " RCD-AMMOUNT
                 DISPLAY "Nouveau solde ?"
                 ACCEPT WS-NEW-AMMOUNT
      *          A proxy lowering the balance is withdrawing, within
      *          the mandate's limit; raising it takes a full one.
                 IF WS-NEW-AMMOUNT < RCD-AMMOUNT THEN
                    MOVE 'R' TO WS-PROXY-SCOPE-NEEDED
                    COMPUTE WS-PROXY-AMOUNT =
                       RCD-AMMOUNT - WS-NEW-AMMOUNT
                 ELSE
                    MOVE 'F' TO WS-PROXY-SCOPE-NEEDED
                    MOVE 0 TO WS-PROXY-AMOUNT
                 END-IF
                 PERFORM CHECK-ACTING-PROXY
                 MOVE 'O' TO WS-KYC-RESULT
                 IF WS-PROXY-ALLOWED
                       AND WS-PROXY-SCOPE-NEEDED = 'R' THEN
                    CALL "CheckKycReview" USING BY REFERENCE RCD-PIN
                       WS-KYC-RESULT
                    IF WS-KYC-RESULT = 'L' THEN
                       DISPLAY "Retrait refuse : revue KYC du client "
                          "echue, a faire d'abord (maintenance "
                          "clients)"
                    ELSE
                       PERFORM CHECK-SIGNATORY-AUTHORITY
                    END-IF
                 END-IF
                 IF WS-PROXY-ALLOWED AND WS-SIGNATORY-OK = 'Y'
                       AND WS-KYC-RESULT NOT = 'L' THEN
                    PERFORM APPLY-BALANCE-ADJUSTMENT
                 END-IF
           END-READ.

       APPLY-BALANCE-ADJUSTMENT.
           IF WS-NEW-AMMOUNT > MAX-BALANCE THEN
              DISPLAY "Ajustement refuse : solde depasserait "
                 "le plafond autorise (" MAX-BALANCE ")"
           ELSE
              COMPUTE WS-ADJUST-DELTA =
                 WS-NEW-AMMOUNT - RCD-AMMOUNT
              IF WS-ADJUST-DELTA < 0 THEN
                 COMPUTE WS-ADJUST-DELTA = 0 - WS-ADJUST-DELTA
              END-IF
              IF WS-ADJUST-DELTA > DUAL-CONTROL-THRESHOLD THEN
                 PERFORM PARK-FOR-APPROVAL
              ELSE
                 MOVE WS-NEW-AMMOUNT TO RCD-AMMOUNT
                 REWRITE BANK-RECORD
                 DISPLAY "Solde mis a jour"
                 MOVE "AJUST SOLDE" TO WS-ACTION-LABEL
                 PERFORM LOG-MAINTENANCE-ACTION
              END-IF
           END-IF.

       DEACTIVATE-ACCOUNT.
           DISPLAY "PIN client ?".
           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           PERFORM ASK-ACTING-PROXY.
           MOVE 'F' TO WS-PROXY-SCOPE-NEEDED.
           MOVE 0 TO WS-PROXY-AMOUNT.
           PERFORM CHECK-ACTING-PROXY.
           IF NOT WS-PROXY-ALLOWED THEN
              EXIT PARAGRAPH
           END-IF.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           PERFORM ASK-ACTING-PROXY.
           MOVE 'F' TO WS-PROXY-SCOPE-NEEDED.
           MOVE 0 TO WS-PROXY-AMOUNT.
           PERFORM CHECK-ACTING-PROXY.
           IF NOT WS-PROXY-ALLOWED THEN
              EXIT PARAGRAPH
           END-IF.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
              EXIT PARAGRAPH
           END-IF.

           IF WS-PROXY-ID NOT = 0 THEN
              DISPLAY "Piece d'identite du mandataire verifiee (O/N) ?"
           ELSE
              DISPLAY "Piece d'identite du titulaire verifiee (O/N) ?"
           END-IF.
           ACCEPT WS-IDENTITY-ANSWER.
           IF NOT WS-IDENTITY-VERIFIED THEN
              DISPLAY "Reactivation refusee sans verification "
           REWRITE BANK-RECORD.

           OPEN EXTEND REACTIVATION-LOG.
           MOVE SPACES TO REACTIVATION-LOG-LINE.
           IF WS-PROXY-ID NOT = 0 THEN
              STRING "REACTIVE compte=" RCD-PIN "-" RCD-ACCT-NO
                 " mandataire=" WS-PROXY-ID " identite verifiee"
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO REACTIVATION-LOG-LINE
           ELSE
              STRING "REACTIVE compte=" RCD-PIN "-" RCD-ACCT-NO
                 " identite verifiee au guichet"
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO REACTIVATION-LOG-LINE
           END-IF.
           WRITE REACTIVATION-LOG-LINE.
           CLOSE REACTIVATION-LOG.


       LOG-MAINTENANCE-ACTION.
           OPEN EXTEND TELLER-AUDIT.
           MOVE SPACES TO TELLER-AUDIT-LINE.
           IF WS-PROXY-ID NOT = 0 THEN
              STRING "MAINT " WS-ACTION-LABEL
                 " compte=" RCD-PIN "-" RCD-ACCT-NO
                 " mandataire=" WS-PROXY-ID
                 " operateur=" WS-OPERATOR-ID
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           ELSE
              STRING "MAINT " WS-ACTION-LABEL
                 " compte=" RCD-PIN "-" RCD-ACCT-NO
                 " operateur=" WS-OPERATOR-ID
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO TELLER-AUDIT-LINE
           END-IF.
           WRITE TELLER-AUDIT-LINE.
           CLOSE TELLER-AUDIT.

      *    Asked before any act on an existing account: the holder
      *    in person answers zero.
       ASK-ACTING-PROXY.
           DISPLAY "Mandataire agissant (numero client, 0 si "
              "titulaire) ?".
           ACCEPT WS-PROXY-ID.

      *    A proxy at the desk needs a mandate in force on this
      *    very account that covers the act; the holder in person
      *    always passes.
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

      *    The mandate is signed at the branch and filed; here it
      *    is recorded against one account, for a customer known
      *    to custmast.dat who is not the holder, and never on a
      *    closed account or one whose holder's estate is open.
       GRANT-PROXY.
           DISPLAY "PIN client du titulaire ?".
           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 DISPLAY "Compte introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF RCD-CLOSED THEN
              DISPLAY "Compte ferme : pas de procuration"
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ESTATE-RECORDS.
           IF ESTATE-RECORDS-FS = "00" THEN
              MOVE RCD-PIN TO ES-CM-ID
              READ ESTATE-RECORDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "Succession ouverte sur le titulaire : "
                       "pas de procuration"
                    CLOSE ESTATE-RECORDS
                    EXIT PARAGRAPH
              END-READ
           END-IF.
           CLOSE ESTATE-RECORDS.

           DISPLAY "Numero client du mandataire ?".
           ACCEPT WS-PROXY-ID.
           IF WS-PROXY-ID = RCD-PIN THEN
              DISPLAY "Le titulaire n'a pas besoin de procuration"
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CM-LAST-NAME.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE WS-PROXY-ID TO CM-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE SPACES TO CM-LAST-NAME
              END-READ
           END-IF.
           CLOSE CUSTOMER-MASTER.
           IF CM-LAST-NAME = SPACES THEN
              DISPLAY "Mandataire inconnu du fichier clients"
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mandataire : " CM-NAME " " CM-LAST-NAME.

           MOVE RCD-PIN TO PX-PIN.
           MOVE RCD-ACCT-NO TO PX-ACCT-NO.
           MOVE WS-PROXY-ID TO PX-PROXY-ID.
           DISPLAY "Portee (C=consultation, R=retraits plafonnes, "
              "F=pleine) ?".
           ACCEPT PX-SCOPE.
           IF NOT PX-IS-KNOWN-SCOPE THEN
              DISPLAY "Portee invalide"
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PX-WITHDRAW-LIMIT.
           IF PX-SCOPE-WITHDRAW THEN
              DISPLAY "Plafond par retrait ?"
              ACCEPT PX-WITHDRAW-LIMIT
           END-IF.
           DISPLAY "Valable a partir du (AAAAMMJJ, 0 = ce jour) ?".
           ACCEPT PX-VALID-FROM.
           IF PX-VALID-FROM = 0 THEN
              MOVE WS-TODAY TO PX-VALID-FROM
           END-IF.
           DISPLAY "Valable jusqu'au (AAAAMMJJ, 0 = jusqu'a "
              "revocation) ?".
           ACCEPT PX-VALID-TO.
           IF PX-VALID-TO NOT = 0 AND PX-VALID-TO < PX-VALID-FROM THEN
              DISPLAY "Fin de validite avant son debut"
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reference du mandat signe ?".
           ACCEPT PX-DOCUMENT-REF.
           IF PX-DOCUMENT-REF = SPACES THEN
              DISPLAY "Pas de procuration sans mandat signe"
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO PX-STATUS.
           MOVE WS-OPERATOR-ID TO PX-GRANTED-BY.
           MOVE WS-TODAY TO PX-GRANTED-DATE.
           MOVE 0 TO PX-ENDED-BY.
           MOVE 0 TO PX-ENDED-DATE.

      *    A mandate that ended is replaced by the new one; one
      *    still in force has to be revoked first.
           PERFORM OPEN-OR-CREATE-PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              DISPLAY "Registre des procurations indisponible"
              CLOSE PROXY-RECORDS
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PROXY-WRITTEN.
           WRITE PROXY-RECORD
              INVALID KEY
                 PERFORM REPLACE-ENDED-PROXY
           END-WRITE.
           CLOSE PROXY-RECORDS.
           IF WS-PROXY-WRITTEN = 'Y' THEN
              DISPLAY "Procuration enregistree"
              MOVE "PROCURATION" TO WS-ACTION-LABEL
              PERFORM LOG-MAINTENANCE-ACTION
           END-IF.

       REPLACE-ENDED-PROXY.
           MOVE PROXY-RECORD TO WS-NEW-PROXY-RECORD.
           READ PROXY-RECORDS
              INVALID KEY
                 MOVE 'N' TO WS-PROXY-WRITTEN
                 EXIT PARAGRAPH
           END-READ.
           IF PX-IS-ACTIVE THEN
              DISPLAY "Une procuration est deja en vigueur "
                 "(mandat " PX-DOCUMENT-REF ")"
              MOVE 'N' TO WS-PROXY-WRITTEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-PROXY-RECORD TO PROXY-RECORD.
           REWRITE PROXY-RECORD.

       REVOKE-PROXY.
           DISPLAY "PIN client du titulaire ?".
           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           DISPLAY "Numero client du mandataire ?".
           ACCEPT WS-PROXY-ID.
           OPEN I-O PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucune procuration enregistree"
              CLOSE PROXY-RECORDS
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-PIN TO PX-PIN.
           MOVE RCD-ACCT-NO TO PX-ACCT-NO.
           MOVE WS-PROXY-ID TO PX-PROXY-ID.
           READ PROXY-RECORDS
              INVALID KEY
                 DISPLAY "Procuration introuvable"
                 CLOSE PROXY-RECORDS
                 MOVE 0 TO WS-PROXY-ID
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PX-IS-ACTIVE THEN
              DISPLAY "Cette procuration a deja pris fin le "
                 PX-ENDED-DATE
              CLOSE PROXY-RECORDS
              MOVE 0 TO WS-PROXY-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO PX-STATUS.
           MOVE WS-OPERATOR-ID TO PX-ENDED-BY.
           MOVE WS-TODAY TO PX-ENDED-DATE.
           REWRITE PROXY-RECORD.
           CLOSE PROXY-RECORDS.
           DISPLAY "Procuration revoquee".
           MOVE "REVOC PROCUR" TO WS-ACTION-LABEL.
           PERFORM LOG-MAINTENANCE-ACTION.

      *    Every mandate ever given on the account, ended ones
      *    included, so the teller sees who could act and when.
       LIST-ACCOUNT-PROXIES.
           DISPLAY "PIN client du titulaire ?".
           ACCEPT RCD-PIN.
           DISPLAY "Numero de compte ?".
           ACCEPT RCD-ACCT-NO.
           MOVE 0 TO WS-PROXY-COUNT.
           MOVE 'N' TO WS-PROXY-EOF.
           OPEN INPUT PROXY-RECORDS.
           IF PROXY-RECORDS-FS NOT = "00" THEN
              DISPLAY "Aucune procuration enregistree"
              CLOSE PROXY-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE RCD-PIN TO PX-PIN.
           MOVE RCD-ACCT-NO TO PX-ACCT-NO.
           MOVE 0 TO PX-PROXY-ID.
           START PROXY-RECORDS KEY IS >= PX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PROXY-EOF
           END-START.
           PERFORM UNTIL WS-PROXY-EOF = 'Y'
              READ PROXY-RECORDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PROXY-EOF
                 NOT AT END
                    IF PX-PIN NOT = RCD-PIN
                          OR PX-ACCT-NO NOT = RCD-ACCT-NO THEN
                       MOVE 'Y' TO WS-PROXY-EOF
                    ELSE
                       ADD 1 TO WS-PROXY-COUNT
                       DISPLAY "  Mandataire " PX-PROXY-ID
                          " portee " PX-SCOPE
                          " plafond " PX-WITHDRAW-LIMIT
                          " du " PX-VALID-FROM " au " PX-VALID-TO
                          " mandat " PX-DOCUMENT-REF
                          " statut " PX-STATUS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROXY-RECORDS.
           IF WS-PROXY-COUNT = 0 THEN
              DISPLAY "Aucune procuration sur ce compte"
           END-IF.

      *    proxy.dat may not exist yet; the first mandate recorded
      *    creates it.
       OPEN-OR-CREATE-PROXY-RECORDS.
           OPEN I-O PROXY-RECORDS.
           IF PROXY-RECORDS-FS = "35" THEN
              CLOSE PROXY-RECORDS
              OPEN OUTPUT PROXY-RECORDS
              CLOSE PROXY-RECORDS
              OPEN I-O PROXY-RECORDS
           END-IF.

       END PROGRAM AccountMaintenance.
