              RECORD KEY IS CM-ID
              FILE STATUS IS CUSTOMER-MASTER-FS.

      *  Countries of tax residence and self-certifications, one
      *  row per customer id.
           SELECT TAX-RESIDENCES ASSIGN TO '../../data/taxres.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TX-CM-ID
              FILE STATUS IS TAX-RESIDENCES-FS.

      *  Company data for the customers who are businesses or
      *  associations, one row per customer id.
           SELECT LEGAL-ENTITIES ASSIGN TO '../../data/legalent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LE-CM-ID
              ALTERNATE RECORD KEY IS LE-SIREN
              FILE STATUS IS LEGAL-ENTITIES-FS.

      *  The persons who may sign for each of them.
           SELECT SIGNATORIES ASSIGN TO '../../data/signatory.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SG-KEY
              ALTERNATE RECORD KEY IS SG-PERSON-ID WITH DUPLICATES
              FILE STATUS IS SIGNATORIES-FS.

      *  Risk rating and periodic review of each customer's KYC;
      *  a review completed here puts the customer back in order.
           SELECT KYC-REVIEWS ASSIGN TO '../../data/kycrev.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KR-CM-ID
              FILE STATUS IS KYC-REVIEWS-FS.

      *  What the customer agreed to receive offers by; nothing is
      *  sent to a customer or a channel without a yes here.
           SELECT MARKETING-CONSENTS ASSIGN TO
                 '../../data/mktconsent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MC-CM-ID
              FILE STATUS IS MARKETING-CONSENTS-FS.

      *  Customers whose post came back NPAI; keying a new address
      *  here is what lets their held mail go out again.
           SELECT RETURNED-MAIL ASSIGN TO '../../data/npai.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NP-CM-ID
              FILE STATUS IS RETURNED-MAIL-FS.

      *  The birth name the national register of deaths knows the
      *  customer by, and the death once it is on file.
           SELECT CIVIL-STATUS ASSIGN TO '../../data/civilst.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-CM-ID
              FILE STATUS IS CIVIL-STATUS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTREC.cpy".

       FD TAX-RESIDENCES.
       COPY "TAXRES.cpy".

       FD LEGAL-ENTITIES.
       COPY "LEGALENT.cpy".

       FD SIGNATORIES.
       COPY "SIGNATORY.cpy".

       FD KYC-REVIEWS.
       COPY "KYCREVIEW.cpy".

       FD MARKETING-CONSENTS.
       COPY "MKTCONSENT.cpy".

       FD RETURNED-MAIL.
       COPY "RETMAIL.cpy".

       FD CIVIL-STATUS.
       COPY "CIVILST.cpy".

       WORKING-STORAGE SECTION.

       01 CUSTOMER-MASTER-FS PIC XX.
       01 TAX-RESIDENCES-FS PIC XX.
       01 LEGAL-ENTITIES-FS PIC XX.
       01 SIGNATORIES-FS PIC XX.
       01 KYC-REVIEWS-FS PIC XX.
       01 MARKETING-CONSENTS-FS PIC XX.
       01 RETURNED-MAIL-FS PIC XX.
       01 CIVIL-STATUS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-VIEW VALUE 1.
           88 WS-MENU-UPDATE VALUE 2.
           88 WS-MENU-KYC VALUE 3.
           88 WS-MENU-TAX VALUE 4.
           88 WS-MENU-ENTITY VALUE 5.
           88 WS-MENU-SIGNATORY VALUE 6.
           88 WS-MENU-CONSENT VALUE 7.
           88 WS-MENU-QUIT VALUE 8.

       01 WS-CUSTOMER-ID PIC 9(4).

       01 WS-TAX-PROFILE-FOUND PIC X.
       01 WS-RES-IDX PIC 9.
       01 WS-RES-VALID PIC X.
       01 WS-US-ANSWER PIC X.
           88 WS-US-ANSWER-YES VALUE 'O' 'o' 'Y' 'y'.

      *  Legal-entity capture: the SIREN is Luhn-checked through
      *  the same routine that checks card numbers, right-aligned
      *  on zeros, which leaves the digit weights unchanged.
       01 WS-ENTITY-FOUND PIC X.
       01 WS-NEW-CUSTOMER PIC X.
       01 WS-ANSWER PIC X VALUE 'N'.
           88 WS-ANSWER-YES VALUE 'O' 'o' 'Y' 'y'.
       01 WS-SIREN-CHECK PIC X(16).
       01 WS-SIREN-DIGITS REDEFINES WS-SIREN-CHECK.
           03 FILLER PIC X(7).
           03 WS-SIREN-NINE PIC 9(9).
       01 WS-LUHN-STATUS PIC 9.
       01 WS-OWNER-IDX PIC 9.
       01 WS-OWNER-HITS PIC 9 VALUE 0.
       01 WS-SIGNATORY-ACTION PIC X.
       01 WS-PERSON-ID PIC 9(4).
       01 WS-SIGNATORY-COUNT PIC 9(3) VALUE 0.
       01 WS-TODAY PIC 9(8).

      *  Periodic KYC review: the identity document seen at the
      *  desk, and the next review date that follows from it and
      *  from the customer's risk rating.
       01 WS-REVIEW-FOUND PIC X.
       01 WS-REVIEW-OK PIC X.
       01 WS-WAS-LAPSED PIC X.
       01 WS-DOC-TYPE PIC X.
       01 WS-DOC-NUMBER PIC X(20).
       01 WS-DOC-EXPIRY PIC 9(8).
       01 WS-NEXT-DUE PIC 9(8).

      *  Marketing consent: one answer per channel, collected at
      *  one sitting from one source.
       01 WS-CONSENT-FOUND PIC X.
       01 WS-CHANNEL-IDX PIC 9.
       01 WS-CONSENT-SOURCE PIC X.
           88 WS-CONSENT-SOURCE-OK VALUE 'G' 'F' 'W' 'T'.
       01 WS-CONSENT-ANSWER PIC X.
           88 WS-CONSENT-YES VALUE 'O' 'o' 'Y' 'y'.
           88 WS-CONSENT-NO VALUE 'N' 'n'.
       01 WS-NEW-ANSWER PIC X.
       01 WS-CHANNEL-NAMES.
           03 FILLER PIC X(8) VALUE "Courrier".
           03 FILLER PIC X(8) VALUE "SMS".
           03 FILLER PIC X(8) VALUE "Courriel".
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
           03 WS-CHANNEL-NAME PIC X(8) OCCURS 3 TIMES.

      *  Returned mail: the address La Poste sent back, to tell a
      *  new address from the same one keyed again.
       01 WS-NPAI-FOUND PIC X.

      *  Civil status: the birth name keyed at the desk, blank
      *  when it is the name on the master.
       01 WS-CIVIL-FOUND PIC X.
       01 WS-BIRTH-NAME PIC X(20).

      *  Raised by the sanctions screening after an identity
      *  change at this desk.
       01 WS-SANCTION-HIT PIC X VALUE 'N'.
                 "migration CustomerMasterLoad"
              STOP RUN
           END-IF.
           PERFORM OPEN-TAX-RESIDENCES.
           PERFORM OPEN-LEGAL-ENTITIES.
           PERFORM OPEN-KYC-REVIEWS.
           PERFORM OPEN-MARKETING-CONSENTS.
           PERFORM OPEN-RETURNED-MAIL.
           PERFORM OPEN-CIVIL-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-CUSTOMER-MENU
                    PERFORM UPDATE-CUSTOMER-DETAILS
                 WHEN WS-MENU-KYC
                    PERFORM UPDATE-KYC-STATUS
                 WHEN WS-MENU-TAX
                    PERFORM UPDATE-TAX-RESIDENCE
                 WHEN WS-MENU-ENTITY
                    PERFORM UPDATE-LEGAL-ENTITY
                 WHEN WS-MENU-SIGNATORY
                    PERFORM UPDATE-SIGNATORIES
                 WHEN WS-MENU-CONSENT
                    PERFORM UPDATE-MARKETING-CONSENT
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           CLOSE TAX-RESIDENCES.
           CLOSE LEGAL-ENTITIES.
           CLOSE KYC-REVIEWS.
           CLOSE MARKETING-CONSENTS.
           CLOSE RETURNED-MAIL.
           CLOSE CIVIL-STATUS.
           DISPLAY "Fin de la maintenance des clients".
           STOP RUN.

           DISPLAY "1. Consulter un client".
           DISPLAY "2. Mettre a jour coordonnees".
           DISPLAY "3. Mettre a jour le statut KYC".
           DISPLAY "4. Residence fiscale (FATCA/CRS)".
           DISPLAY "5. Personne morale (societe, association)".
           DISPLAY "6. Signataires d'une personne morale".
           DISPLAY "7. Consentements marketing".
           DISPLAY "8. Quitter".
           DISPLAY "Votre choix ?".

       VIEW-CUSTOMER.
                 DISPLAY "            " CM-POSTAL-CODE " " CM-CITY
                 DISPLAY "Telephone : " CM-PHONE
                 DISPLAY "Naissance : " CM-BIRTH-DATE
                 PERFORM SHOW-CIVIL-STATUS
                 DISPLAY "KYC       : " CM-KYC-STATUS
                 PERFORM SHOW-KYC-REVIEW
                 PERFORM SHOW-TAX-RESIDENCE
                 PERFORM SHOW-LEGAL-ENTITY
                 PERFORM SHOW-MARKETING-CONSENT
                 PERFORM SHOW-RETURNED-MAIL
           END-READ.

       UPDATE-CUSTOMER-DETAILS.
           ACCEPT CM-PHONE.
           DISPLAY "Date de naissance (AAAAMMJJ) ?".
           ACCEPT CM-BIRTH-DATE.
           DISPLAY "Nom de naissance (vide si identique au nom) ?".
           MOVE SPACES TO WS-BIRTH-NAME.
           ACCEPT WS-BIRTH-NAME.

           REWRITE CUSTOMER-MASTER-RECORD.
           DISPLAY "Coordonnees mises a jour".
           PERFORM CLEAR-RETURNED-MAIL.
           PERFORM SAVE-BIRTH-NAME.

      *    The identity on file just changed hands at the desk:
      *    re-screened against the sanctions list on the spot.
              EXIT PARAGRAPH
           END-IF.

      *    A verification is a review: the identity document seen
      *    is captured before anything is saved.
           IF CM-KYC-VERIFIED THEN
              PERFORM CAPTURE-KYC-REVIEW
              IF WS-REVIEW-OK = 'N' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           REWRITE CUSTOMER-MASTER-RECORD.
           DISPLAY "Statut KYC mis a jour".

           IF CM-KYC-VERIFIED THEN
              PERFORM SAVE-KYC-REVIEW
           END-IF.

      *    kycrev.dat may not exist yet; the first review recorded
      *    creates it.
       OPEN-KYC-REVIEWS.
           OPEN I-O KYC-REVIEWS.
           IF KYC-REVIEWS-FS = "35" THEN
              OPEN OUTPUT KYC-REVIEWS
              CLOSE KYC-REVIEWS
              OPEN I-O KYC-REVIEWS
           END-IF.

       READ-KYC-REVIEW.
           MOVE 'Y' TO WS-REVIEW-FOUND.
           MOVE CM-ID TO KR-CM-ID.
           READ KYC-REVIEWS
              INVALID KEY
                 MOVE 'N' TO WS-REVIEW-FOUND
           END-READ.

       SHOW-KYC-REVIEW.
           PERFORM READ-KYC-REVIEW.
           IF WS-REVIEW-FOUND = 'N' THEN
              DISPLAY "Revue     : jamais revu, risque non evalue"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Revue     : risque " KR-RISK-RATING
              " derniere " KR-LAST-REVIEW-DATE
              " prochaine " KR-NEXT-DUE-DATE.
           DISPLAY "Piece     : " KR-ID-DOC-TYPE " " KR-ID-DOC-NUMBER
              " expire " KR-ID-DOC-EXPIRY.
           IF KR-IS-DUE THEN
              DISPLAY "            revue a faire, relance du "
                 KR-REMINDER-DATE
           END-IF.
           IF KR-IS-LAPSED THEN
              DISPLAY "            REVUE ECHUE : versements seuls "
                 "depuis le " KR-LAPSED-DATE
           END-IF.

       CAPTURE-KYC-REVIEW.
           MOVE 'N' TO WS-REVIEW-OK.
           DISPLAY "Piece d'identite (C=Carte / P=Passeport / "
              "T=Titre de sejour / K=Kbis) ?".
           ACCEPT WS-DOC-TYPE.
           IF WS-DOC-TYPE NOT = 'C' AND WS-DOC-TYPE NOT = 'P'
                 AND WS-DOC-TYPE NOT = 'T'
                 AND WS-DOC-TYPE NOT = 'K' THEN
              DISPLAY "Type de piece invalide (C, P, T ou K attendu)"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de la piece ?".
           ACCEPT WS-DOC-NUMBER.
           IF WS-DOC-NUMBER = SPACES THEN
              DISPLAY "Numero de piece obligatoire"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'expiration (AAAAMMJJ, 0 si aucune) ?".
           ACCEPT WS-DOC-EXPIRY.
           IF WS-DOC-EXPIRY NOT = 0 AND WS-DOC-EXPIRY <= WS-TODAY THEN
              DISPLAY "Piece expiree : revue impossible"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-REVIEW-OK.

      *    The rating stays the cycle's; a customer reviewed before
      *    the cycle has rated them is taken as medium risk.
       SAVE-KYC-REVIEW.
           PERFORM READ-KYC-REVIEW.
           IF WS-REVIEW-FOUND = 'N' THEN
              INITIALIZE KYC-REVIEW-RECORD
              MOVE CM-ID TO KR-CM-ID
              MOVE 'M' TO KR-RISK-RATING
              MOVE WS-TODAY TO KR-RATED-DATE
           END-IF.
           MOVE 'N' TO WS-WAS-LAPSED.
           IF KR-IS-LAPSED THEN
              MOVE 'Y' TO WS-WAS-LAPSED
           END-IF.

           MOVE WS-DOC-TYPE TO KR-ID-DOC-TYPE.
           MOVE WS-DOC-NUMBER TO KR-ID-DOC-NUMBER.
           MOVE WS-DOC-EXPIRY TO KR-ID-DOC-EXPIRY.
           MOVE WS-TODAY TO KR-LAST-REVIEW-DATE.
           CALL "NextKycReviewDate" USING BY REFERENCE KR-RISK-RATING
              KR-LAST-REVIEW-DATE KR-ID-DOC-EXPIRY WS-TODAY
              WS-NEXT-DUE.
           MOVE WS-NEXT-DUE TO KR-NEXT-DUE-DATE.
           MOVE 'C' TO KR-STATUS.
           MOVE 0 TO KR-REMINDER-DATE.
           MOVE 0 TO KR-LAPSED-DATE.

           IF WS-REVIEW-FOUND = 'Y' THEN
              REWRITE KYC-REVIEW-RECORD
           ELSE
              WRITE KYC-REVIEW-RECORD
           END-IF.
           DISPLAY "Revue KYC enregistree, prochaine revue le "
              KR-NEXT-DUE-DATE.
           IF WS-WAS-LAPSED = 'Y' THEN
              DISPLAY "Restriction levee : retraits et virements de "
                 "nouveau possibles"
           END-IF.

      *    taxres.dat may not exist yet; the first profile saved
      *    creates it.
       OPEN-TAX-RESIDENCES.
           OPEN I-O TAX-RESIDENCES.
           IF TAX-RESIDENCES-FS = "35" THEN
              OPEN OUTPUT TAX-RESIDENCES
              CLOSE TAX-RESIDENCES
              OPEN I-O TAX-RESIDENCES
           END-IF.

       READ-TAX-PROFILE.
           MOVE 'Y' TO WS-TAX-PROFILE-FOUND.
           MOVE CM-ID TO TX-CM-ID.
           READ TAX-RESIDENCES
              INVALID KEY
                 MOVE 'N' TO WS-TAX-PROFILE-FOUND
           END-READ.

       SHOW-TAX-RESIDENCE.
           PERFORM READ-TAX-PROFILE.
           IF WS-TAX-PROFILE-FOUND = 'N' THEN
              DISPLAY "Fiscal    : residence fiscale non renseignee"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              IF TX-COUNTRY(WS-RES-IDX) NOT = SPACES THEN
                 DISPLAY "Fiscal    : " TX-COUNTRY(WS-RES-IDX)
                    " NIF " TX-TIN(WS-RES-IDX)
                    " auto-certif. " TX-SELF-CERT-DATE(WS-RES-IDX)
              END-IF
           END-PERFORM.
           IF TX-HAS-US-INDICIA THEN
              DISPLAY "            indices d'americanite releves"
           END-IF.
           IF TX-IS-REPORTABLE THEN
              DISPLAY "            client declarable (FATCA/CRS)"
           END-IF.

      *    The whole profile is keyed again each time: up to three
      *    countries, each with its taxpayer number and the date
      *    the signed self-certification came in (0 while it is
      *    still owed). Nothing is saved unless every line is valid.
       UPDATE-TAX-RESIDENCE.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client introuvable"
                 EXIT PARAGRAPH
           END-READ.

           PERFORM SHOW-TAX-RESIDENCE.
           IF WS-TAX-PROFILE-FOUND = 'N' THEN
              INITIALIZE TAX-RESIDENCE-RECORD
              MOVE CM-ID TO TX-CM-ID
           END-IF.

           MOVE 'Y' TO WS-RES-VALID.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              DISPLAY "Pays de residence fiscale " WS-RES-IDX
                 " (code ISO, ex FR, US ; vide = aucun) ?"
              MOVE SPACES TO TX-COUNTRY(WS-RES-IDX)
              ACCEPT TX-COUNTRY(WS-RES-IDX)
              IF TX-COUNTRY(WS-RES-IDX) = SPACES THEN
                 MOVE SPACES TO TX-TIN(WS-RES-IDX)
                 MOVE 0 TO TX-SELF-CERT-DATE(WS-RES-IDX)
              ELSE
                 IF TX-COUNTRY(WS-RES-IDX) IS NOT ALPHABETIC-UPPER
                       OR TX-COUNTRY(WS-RES-IDX)(2:1) = SPACE THEN
                    DISPLAY "Code pays invalide"
                    MOVE 'N' TO WS-RES-VALID
                 END-IF
                 DISPLAY "Numero d'identification fiscale ?"
                 MOVE SPACES TO TX-TIN(WS-RES-IDX)
                 ACCEPT TX-TIN(WS-RES-IDX)
                 DISPLAY "Date d'auto-certification (AAAAMMJJ, "
                    "0 = non recue) ?"
                 ACCEPT TX-SELF-CERT-DATE(WS-RES-IDX)
              END-IF
           END-PERFORM.

           DISPLAY "Indices d'americanite (naissance, adresse, "
              "telephone ou ordre permanent US) O/N ?".
           ACCEPT WS-US-ANSWER.
           IF WS-US-ANSWER-YES THEN
              MOVE 'Y' TO TX-US-INDICIA
           ELSE
              MOVE 'N' TO TX-US-INDICIA
           END-IF.

           IF WS-RES-VALID = 'N' THEN
              DISPLAY "Residence fiscale non enregistree"
              EXIT PARAGRAPH
           END-IF.

           MOVE TX-US-INDICIA TO TX-REPORTABLE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > 3
              IF TX-COUNTRY(WS-RES-IDX) NOT = SPACES
                    AND TX-COUNTRY(WS-RES-IDX) NOT = "FR" THEN
                 MOVE 'Y' TO TX-REPORTABLE
              END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TX-UPDATED-DATE.

           IF WS-TAX-PROFILE-FOUND = 'Y' THEN
              REWRITE TAX-RESIDENCE-RECORD
           ELSE
              WRITE TAX-RESIDENCE-RECORD
           END-IF.
           DISPLAY "Residence fiscale mise a jour".
           IF TX-IS-REPORTABLE THEN
              DISPLAY "Client declarable au titre de l'echange "
                 "automatique (FATCA/CRS)"
           END-IF.

      *    legalent.dat may not exist yet; the first entity
      *    recorded creates it.
       OPEN-LEGAL-ENTITIES.
           OPEN I-O LEGAL-ENTITIES.
           IF LEGAL-ENTITIES-FS = "35" THEN
              OPEN OUTPUT LEGAL-ENTITIES
              CLOSE LEGAL-ENTITIES
              OPEN I-O LEGAL-ENTITIES
           END-IF.

       READ-LEGAL-ENTITY.
           MOVE 'Y' TO WS-ENTITY-FOUND.
           MOVE CM-ID TO LE-CM-ID.
           READ LEGAL-ENTITIES
              INVALID KEY
                 MOVE 'N' TO WS-ENTITY-FOUND
           END-READ.

       SHOW-LEGAL-ENTITY.
           PERFORM READ-LEGAL-ENTITY.
           IF WS-ENTITY-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Societe   : " LE-COMPANY-NAME.
           DISPLAY "SIREN     : " LE-SIREN "  forme " LE-LEGAL-FORM.
           DISPLAY "Siege     : " LE-REG-ADDRESS-LINE.
           DISPLAY "            " LE-REG-POSTAL-CODE " " LE-REG-CITY.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > 4
              IF LE-OWNER-LAST-NAME(WS-OWNER-IDX) NOT = SPACES THEN
                 DISPLAY "Benef.    : " LE-OWNER-NAME(WS-OWNER-IDX)
                    " " LE-OWNER-LAST-NAME(WS-OWNER-IDX)
                    " " LE-OWNER-PCT(WS-OWNER-IDX) " %"
              END-IF
           END-PERFORM.
           PERFORM LIST-SIGNATORIES.

      *    A business or association is opened here as a customer
      *    in its own right: the custmast row carries the legal
      *    form and the company name where a person's first and
      *    last names go, the registered address, no birth date,
      *    and a KYC pending until the Kbis or statutes are seen.
      *    An existing customer can be turned into an entity,
      *    which is how shops migrated as persons are put right.
       UPDATE-LEGAL-ENTITY.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           MOVE 'N' TO WS-NEW-CUSTOMER.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-CUSTOMER
           END-READ.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           PERFORM READ-LEGAL-ENTITY.

           IF WS-NEW-CUSTOMER = 'Y' THEN
              DISPLAY "Client inconnu : l'ouvrir comme personne "
                 "morale (O/N) ?"
              ACCEPT WS-ANSWER
              IF NOT WS-ANSWER-YES THEN
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE CUSTOMER-MASTER-RECORD
              MOVE WS-CUSTOMER-ID TO CM-ID
              MOVE 'P' TO CM-KYC-STATUS
           END-IF.
           IF WS-NEW-CUSTOMER = 'N' AND WS-ENTITY-FOUND = 'N' THEN
              DISPLAY "Client " CM-NAME " " CM-LAST-NAME
                 " enregistre comme particulier : le passer en "
                 "personne morale (O/N) ?"
              ACCEPT WS-ANSWER
              IF NOT WS-ANSWER-YES THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-ENTITY-FOUND = 'N' THEN
              INITIALIZE LEGAL-ENTITY-RECORD
              MOVE WS-CUSTOMER-ID TO LE-CM-ID
           ELSE
              PERFORM SHOW-LEGAL-ENTITY
           END-IF.

           DISPLAY "Raison sociale ?".
           ACCEPT LE-COMPANY-NAME.
           IF LE-COMPANY-NAME = SPACES THEN
              DISPLAY "La raison sociale ne peut pas etre vide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero SIREN (9 chiffres) ?".
           ACCEPT LE-SIREN.
           MOVE ALL "0" TO WS-SIREN-CHECK.
           MOVE LE-SIREN TO WS-SIREN-NINE.
           CALL "LuhnCheckDigit" USING BY REFERENCE WS-SIREN-CHECK
              WS-LUHN-STATUS.
           IF LE-SIREN = 0 OR WS-LUHN-STATUS NOT = 0 THEN
              DISPLAY "Numero SIREN invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Forme juridique (EI, EURL, SARL, SAS, SASU, SA, "
              "SNC, SCI, ASSO) ?".
           ACCEPT LE-LEGAL-FORM.
           IF NOT LE-IS-KNOWN-FORM THEN
              DISPLAY "Forme juridique inconnue"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Adresse du siege ?".
           ACCEPT LE-REG-ADDRESS-LINE.
           DISPLAY "Code postal du siege ?".
           ACCEPT LE-REG-POSTAL-CODE.
           DISPLAY "Ville du siege ?".
           ACCEPT LE-REG-CITY.

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > 4
              DISPLAY "Beneficiaire effectif " WS-OWNER-IDX
                 " : nom (vide = aucun) ?"
              MOVE SPACES TO LE-OWNER-LAST-NAME(WS-OWNER-IDX)
              ACCEPT LE-OWNER-LAST-NAME(WS-OWNER-IDX)
              IF LE-OWNER-LAST-NAME(WS-OWNER-IDX) = SPACES THEN
                 MOVE SPACES TO LE-OWNER-NAME(WS-OWNER-IDX)
                 MOVE 0 TO LE-OWNER-PCT(WS-OWNER-IDX)
              ELSE
                 DISPLAY "Prenom ?"
                 MOVE SPACES TO LE-OWNER-NAME(WS-OWNER-IDX)
                 ACCEPT LE-OWNER-NAME(WS-OWNER-IDX)
                 DISPLAY "Part du capital ou des droits de vote (%) ?"
                 ACCEPT LE-OWNER-PCT(WS-OWNER-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-TODAY TO LE-UPDATED-DATE.

           IF WS-ENTITY-FOUND = 'Y' THEN
              REWRITE LEGAL-ENTITY-RECORD
                 INVALID KEY
                    DISPLAY "SIREN deja attribue a un autre client"
                    EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE LEGAL-ENTITY-RECORD
                 INVALID KEY
                    DISPLAY "SIREN deja attribue a un autre client"
                    EXIT PARAGRAPH
              END-WRITE
           END-IF.

           MOVE LE-LEGAL-FORM TO CM-NAME.
           MOVE LE-COMPANY-NAME TO CM-LAST-NAME.
           MOVE LE-REG-ADDRESS-LINE TO CM-ADDRESS-LINE.
           MOVE LE-REG-POSTAL-CODE TO CM-POSTAL-CODE.
           MOVE LE-REG-CITY TO CM-CITY.
           MOVE 0 TO CM-BIRTH-DATE.
           IF WS-NEW-CUSTOMER = 'Y' THEN
              DISPLAY "Telephone ?"
              ACCEPT CM-PHONE
              WRITE CUSTOMER-MASTER-RECORD
           ELSE
              REWRITE CUSTOMER-MASTER-RECORD
           END-IF.
           DISPLAY "Personne morale enregistree".

           PERFORM SCREEN-BENEFICIAL-OWNERS.

      *    The owners are not customers themselves; their hits are
      *    raised against the entity, which is the customer the
      *    compliance desk has to review.
       SCREEN-BENEFICIAL-OWNERS.
           MOVE 0 TO WS-OWNER-HITS.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > 4
              IF LE-OWNER-LAST-NAME(WS-OWNER-IDX) NOT = SPACES THEN
                 CALL "SanctionsScreen" USING BY REFERENCE LE-CM-ID
                    LE-OWNER-NAME(WS-OWNER-IDX)
                    LE-OWNER-LAST-NAME(WS-OWNER-IDX)
                    WS-SANCTION-HIT
                 IF WS-SANCTION-HIT = 'Y' THEN
                    ADD 1 TO WS-OWNER-HITS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OWNER-HITS > 0 THEN
              DISPLAY "ALERTE SANCTIONS : " WS-OWNER-HITS
                 " beneficiaire(s) effectif(s) en file de revue "
                 "conformite"
           END-IF.

      *    Signatories are private-person customers; an entity
      *    cannot sign for another. Adding a revoked signatory
      *    again gives them back their powers as keyed now.
       UPDATE-SIGNATORIES.
           DISPLAY "Identifiant de la personne morale ?".
           ACCEPT WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           PERFORM READ-LEGAL-ENTITY.
           IF WS-ENTITY-FOUND = 'N' THEN
              DISPLAY "Ce client n'est pas une personne morale"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Personne morale : " LE-COMPANY-NAME.
           PERFORM LIST-SIGNATORIES.

           DISPLAY "A=ajouter, R=revoquer, autre=retour ?".
           ACCEPT WS-SIGNATORY-ACTION.
           IF WS-SIGNATORY-ACTION NOT = 'A'
                 AND WS-SIGNATORY-ACTION NOT = 'R' THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identifiant client du signataire ?".
           ACCEPT WS-PERSON-ID.

           OPEN I-O SIGNATORIES.
           IF SIGNATORIES-FS = "35" THEN
              CLOSE SIGNATORIES
              OPEN OUTPUT SIGNATORIES
              CLOSE SIGNATORIES
              OPEN I-O SIGNATORIES
           END-IF.
           IF WS-SIGNATORY-ACTION = 'A' THEN
              PERFORM ADD-SIGNATORY
           ELSE
              PERFORM REVOKE-SIGNATORY
           END-IF.
           CLOSE SIGNATORIES.

       ADD-SIGNATORY.
           MOVE WS-PERSON-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Signataire inconnu du fichier clients"
                 EXIT PARAGRAPH
           END-READ.
           IF CM-KYC-REFUSED THEN
              DISPLAY "KYC refuse : ce client ne peut pas signer"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERSON-ID TO LE-CM-ID.
           READ LEGAL-ENTITIES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Un signataire doit etre une personne "
                    "physique"
                 EXIT PARAGRAPH
           END-READ.

           MOVE WS-CUSTOMER-ID TO SG-ENTITY-ID.
           MOVE WS-PERSON-ID TO SG-PERSON-ID.
           DISPLAY "Pouvoir (I=signature seule jusqu'au plafond, "
              "J=toujours conjointe) ?".
           ACCEPT SG-POWER.
           IF NOT SG-IS-KNOWN-POWER THEN
              DISPLAY "Pouvoir invalide"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SG-LIMIT.
           IF SG-SIGNS-ALONE THEN
              DISPLAY "Plafond de signature seule ?"
              ACCEPT SG-LIMIT
           END-IF.
           MOVE 'A' TO SG-STATUS.
           MOVE WS-TODAY TO SG-GRANTED-DATE.
           MOVE 0 TO SG-REVOKED-DATE.
           WRITE SIGNATORY-RECORD
              INVALID KEY
                 REWRITE SIGNATORY-RECORD
           END-WRITE.
           DISPLAY "Signataire " CM-NAME " " CM-LAST-NAME
              " enregistre".

       REVOKE-SIGNATORY.
           MOVE WS-CUSTOMER-ID TO SG-ENTITY-ID.
           MOVE WS-PERSON-ID TO SG-PERSON-ID.
           READ SIGNATORIES
              INVALID KEY
                 DISPLAY "Signataire introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SG-IS-ACTIVE THEN
              DISPLAY "Signataire deja revoque"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO SG-STATUS.
           MOVE WS-TODAY TO SG-REVOKED-DATE.
           REWRITE SIGNATORY-RECORD.
           DISPLAY "Signataire revoque".

       LIST-SIGNATORIES.
           MOVE 0 TO WS-SIGNATORY-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SIGNATORIES.
           IF SIGNATORIES-FS NOT = "00" THEN
              CLOSE SIGNATORIES
              DISPLAY "Signat.   : aucun signataire enregistre"
              EXIT PARAGRAPH
           END-IF.
           MOVE LE-CM-ID TO SG-ENTITY-ID.
           MOVE 0 TO SG-PERSON-ID.
           START SIGNATORIES KEY IS >= SG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SIGNATORIES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SG-ENTITY-ID NOT = LE-CM-ID THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF SG-IS-ACTIVE THEN
                          ADD 1 TO WS-SIGNATORY-COUNT
                          DISPLAY "Signat.   : client " SG-PERSON-ID
                             " pouvoir " SG-POWER
                             " plafond " SG-LIMIT
                             " depuis " SG-GRANTED-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SIGNATORIES.
           IF WS-SIGNATORY-COUNT = 0 THEN
              DISPLAY "Signat.   : aucun signataire en vigueur"
           END-IF.

      *    mktconsent.dat may not exist yet; the first answer
      *    recorded creates it.
       OPEN-MARKETING-CONSENTS.
           OPEN I-O MARKETING-CONSENTS.
           IF MARKETING-CONSENTS-FS = "35" THEN
              OPEN OUTPUT MARKETING-CONSENTS
              CLOSE MARKETING-CONSENTS
              OPEN I-O MARKETING-CONSENTS
           END-IF.

       READ-MARKETING-CONSENT.
           MOVE 'Y' TO WS-CONSENT-FOUND.
           MOVE CM-ID TO MC-CM-ID.
           READ MARKETING-CONSENTS
              INVALID KEY
                 MOVE 'N' TO WS-CONSENT-FOUND
           END-READ.

       SHOW-MARKETING-CONSENT.
           PERFORM READ-MARKETING-CONSENT.
           IF WS-CONSENT-FOUND = 'N' THEN
              DISPLAY "Marketing : consentement jamais recueilli"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                 UNTIL WS-CHANNEL-IDX > 3
              EVALUATE TRUE
                 WHEN MC-IS-GIVEN(WS-CHANNEL-IDX)
                    DISPLAY "Marketing : "
                       WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                       " accepte le " MC-ANSWER-DATE(WS-CHANNEL-IDX)
                       " origine " MC-SOURCE(WS-CHANNEL-IDX)
                 WHEN MC-IS-REFUSED(WS-CHANNEL-IDX)
                    DISPLAY "Marketing : "
                       WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                       " refuse le " MC-ANSWER-DATE(WS-CHANNEL-IDX)
                       " origine " MC-SOURCE(WS-CHANNEL-IDX)
                 WHEN OTHER
                    DISPLAY "Marketing : "
                       WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                       " non demande"
              END-EVALUATE
           END-PERFORM.

      *    Each channel is asked in turn; a blank answer leaves it
      *    as it stands. Only a channel whose answer changes takes
      *    today's date and the source of this sitting, so the
      *    date on file is always the day the answer was given.
       UPDATE-MARKETING-CONSENT.
           DISPLAY "Identifiant client ?".
           ACCEPT WS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Client introuvable"
                 EXIT PARAGRAPH
           END-READ.

           PERFORM SHOW-MARKETING-CONSENT.
           IF WS-CONSENT-FOUND = 'N' THEN
              INITIALIZE MARKETING-CONSENT-RECORD
              MOVE CM-ID TO MC-CM-ID
              PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                    UNTIL WS-CHANNEL-IDX > 3
                 MOVE SPACE TO MC-ANSWER(WS-CHANNEL-IDX)
                 MOVE SPACE TO MC-SOURCE(WS-CHANNEL-IDX)
              END-PERFORM
           END-IF.

           DISPLAY "Origine du recueil (G=Guichet / F=Formulaire "
              "signe / W=Banque en ligne / T=Telephone) ?".
           ACCEPT WS-CONSENT-SOURCE.
           IF NOT WS-CONSENT-SOURCE-OK THEN
              DISPLAY "Origine invalide"
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                 UNTIL WS-CHANNEL-IDX > 3
              DISPLAY "Offres par " WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                 " O/N (vide = inchange) ?"
              MOVE SPACE TO WS-CONSENT-ANSWER
              ACCEPT WS-CONSENT-ANSWER
              MOVE SPACE TO WS-NEW-ANSWER
              IF WS-CONSENT-YES THEN
                 MOVE 'Y' TO WS-NEW-ANSWER
              END-IF
              IF WS-CONSENT-NO THEN
                 MOVE 'N' TO WS-NEW-ANSWER
              END-IF
              IF WS-NEW-ANSWER NOT = SPACE
                    AND WS-NEW-ANSWER
                       NOT = MC-ANSWER(WS-CHANNEL-IDX) THEN
                 MOVE WS-NEW-ANSWER TO MC-ANSWER(WS-CHANNEL-IDX)
                 MOVE WS-TODAY TO MC-ANSWER-DATE(WS-CHANNEL-IDX)
                 MOVE WS-CONSENT-SOURCE TO MC-SOURCE(WS-CHANNEL-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-TODAY TO MC-UPDATED-DATE.

           IF WS-CONSENT-FOUND = 'Y' THEN
              REWRITE MARKETING-CONSENT-RECORD
           ELSE
              WRITE MARKETING-CONSENT-RECORD
           END-IF.
           DISPLAY "Consentements marketing mis a jour".

      *    npai.dat may not exist yet; the returned-mail desk
      *    creates it with the first return recorded.
       OPEN-RETURNED-MAIL.
           OPEN I-O RETURNED-MAIL.
           IF RETURNED-MAIL-FS = "35" THEN
              OPEN OUTPUT RETURNED-MAIL
              CLOSE RETURNED-MAIL
              OPEN I-O RETURNED-MAIL
           END-IF.

       READ-RETURNED-MAIL.
           MOVE 'Y' TO WS-NPAI-FOUND.
           MOVE CM-ID TO NP-CM-ID.
           READ RETURNED-MAIL
              INVALID KEY
                 MOVE 'N' TO WS-NPAI-FOUND
           END-READ.

       SHOW-RETURNED-MAIL.
           PERFORM READ-RETURNED-MAIL.
           IF WS-NPAI-FOUND = 'Y' AND NP-IS-UNDELIVERABLE THEN
              DISPLAY "ADRESSE NPAI depuis le " NP-FIRST-RETURN-DATE
                 " : courrier retenu, recueillir une nouvelle "
                 "adresse"
           END-IF.

      *    A different address clears the NPAI flag; the held mail
      *    itself is released at the returned-mail desk, once the
      *    teller has checked the new address with the customer.
       CLEAR-RETURNED-MAIL.
           PERFORM READ-RETURNED-MAIL.
           IF WS-NPAI-FOUND NOT = 'Y' OR NOT NP-IS-UNDELIVERABLE THEN
              EXIT PARAGRAPH
           END-IF.
           IF CM-ADDRESS-LINE = NP-ADDRESS-LINE
                 AND CM-POSTAL-CODE = NP-POSTAL-CODE
                 AND CM-CITY = NP-CITY THEN
              DISPLAY "ATTENTION : adresse identique a celle "
                 "retournee NPAI, le courrier reste retenu"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO NP-STATUS.
           MOVE WS-TODAY TO NP-CLEARED-DATE.
           REWRITE RETURNED-MAIL-RECORD
              INVALID KEY
                 DISPLAY "Levee du signalement NPAI impossible"
              NOT INVALID KEY
                 DISPLAY "Signalement NPAI leve : liberer le "
                    "courrier retenu au guichet des plis retournes"
           END-REWRITE.

      *    civilst.dat may not exist yet; the first birth name or
      *    death recorded creates it.
       OPEN-CIVIL-STATUS.
           OPEN I-O CIVIL-STATUS.
           IF CIVIL-STATUS-FS = "35" THEN
              OPEN OUTPUT CIVIL-STATUS
              CLOSE CIVIL-STATUS
              OPEN I-O CIVIL-STATUS
           END-IF.

       READ-CIVIL-STATUS.
           MOVE 'Y' TO WS-CIVIL-FOUND.
           MOVE CM-ID TO CS-CM-ID.
           READ CIVIL-STATUS
              INVALID KEY
                 MOVE 'N' TO WS-CIVIL-FOUND
           END-READ.

       SHOW-CIVIL-STATUS.
           PERFORM READ-CIVIL-STATUS.
           IF WS-CIVIL-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF CS-BIRTH-NAME NOT = SPACES THEN
              DISPLAY "Nom naiss.: " CS-BIRTH-NAME
           END-IF.
           IF CS-DEATH-DATE NOT = 0 THEN
              DISPLAY "DECEDE le " CS-DEATH-DATE " (source "
                 CS-DEATH-SOURCE ", enregistre le "
                 CS-DEATH-RECORDED-DATE ")"
              IF CS-HAS-LIFE-COVER THEN
                 DISPLAY "            assure au titre d'un contrat "
                    "en cours : sinistre a suivre"
              END-IF
           END-IF.

      *    Only a birth name actually keyed creates a row; an
      *    existing row keeps its death and flags whatever the
      *    name becomes.
       SAVE-BIRTH-NAME.
           PERFORM READ-CIVIL-STATUS.
           IF WS-CIVIL-FOUND = 'N' THEN
              IF WS-BIRTH-NAME = SPACES THEN
                 EXIT PARAGRAPH
              END-IF
              MOVE CM-ID TO CS-CM-ID
              MOVE 0 TO CS-DEATH-DATE
              MOVE SPACE TO CS-DEATH-SOURCE
              MOVE 0 TO CS-DEATH-RECORDED-DATE
              MOVE 'N' TO CS-LIFE-INSURANCE
              MOVE 'N' TO CS-DORMANCY-FLAG
           END-IF.
           MOVE WS-BIRTH-NAME TO CS-BIRTH-NAME.
           MOVE WS-TODAY TO CS-UPDATED-DATE.
           IF WS-CIVIL-FOUND = 'Y' THEN
              REWRITE CIVIL-STATUS-RECORD
           ELSE
              WRITE CIVIL-STATUS-RECORD
           END-IF.

       END PROGRAM CustomerMaintenance.
