
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The whole log, as the nightly extract copied it: every
      *  row the posting steps wrote tonight reaches the ledger.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/feedgl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

           03 FILLER PIC X.
           03 GP-SIDE PIC X.
           03 FILLER PIC X.
           03 GP-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01 GL-CHEQUES-ENCAISSEMENT PIC 9(6) VALUE 100200.
       01 GL-COMPENSATION-RECUE PIC 9(6) VALUE 100300.
       01 GL-RESEAU-A-RECEVOIR PIC 9(6) VALUE 100400.
       01 GL-IMPAYES-RESEAU PIC 9(6) VALUE 100500.
       01 GL-CHARGES-PERSONNEL PIC 9(6) VALUE 400200.
       01 GL-PRODUITS-FRAIS PIC 9(6) VALUE 300100.
       01 GL-PRETS-CLIENTELE PIC 9(6) VALUE 150100.
       01 GL-PROVISIONS-PRETS PIC 9(6) VALUE 150900.
       01 GL-DEPOTS-A-TERME PIC 9(6) VALUE 200300.
       01 GL-FACTUREURS-A-REVERSER PIC 9(6) VALUE 200400.
       01 GL-CREANCIERS-PRELEV PIC 9(6) VALUE 200500.
       01 GL-SAISIES-A-VERSER PIC 9(6) VALUE 201000.
       01 GL-RETRAITS-SANS-CARTE PIC 9(6) VALUE 201100.
       01 GL-OPERATEURS-A-REVERSER PIC 9(6) VALUE 201200.
       01 GL-CDC-A-VERSER PIC 9(6) VALUE 201300.
       01 GL-CHEQUES-DE-BANQUE PIC 9(6) VALUE 201400.
       01 GL-CHARGES-INTERETS PIC 9(6) VALUE 400100.
       01 GL-PERTES-IMPAYES PIC 9(6) VALUE 400300.
       01 GL-DOTATIONS-PROVISIONS PIC 9(6) VALUE 400400.
       01 GL-REPRISES-PROVISIONS PIC 9(6) VALUE 300300.
       01 GL-PERTES-CREANCES PIC 9(6) VALUE 400500.
       01 GL-ECARTS-CAISSE PIC 9(6) VALUE 400600.
       01 GL-CHARGES-MARKETING PIC 9(6) VALUE 400700.
       01 GL-AGENCE-RECOUVREMENT PIC 9(6) VALUE 100600.
       01 GL-BILLETS-ETRANGERS PIC 9(6) VALUE 100700.
       01 GL-CORRESPONDANT-DEVISES PIC 9(6) VALUE 201500.
       01 GL-ASSUREURS-A-REVERSER PIC 9(6) VALUE 201600.
       01 GL-PRODUITS-CHANGE PIC 9(6) VALUE 300500.
       01 GL-RECUPERATIONS-CREANCES PIC 9(6) VALUE 300400.
       01 GL-PRODUITS-INTERETS PIC 9(6) VALUE 300200.
       01 GL-IMMOBILISATIONS PIC 9(6) VALUE 160100.
       01 GL-AMORTISSEMENTS PIC 9(6) VALUE 160900.
       01 GL-FOURNISSEURS-IMMO PIC 9(6) VALUE 201700.
       01 GL-DOTATIONS-AMORT PIC 9(6) VALUE 400800.
       01 GL-PERTES-SORTIES PIC 9(6) VALUE 400900.
       01 GL-SUSPENS PIC 9(6) VALUE 999900.

      *  A type the mapping doesn't know goes to suspense on both
      *  sides; each side is registered as an item so the desk can
      *  clear it to the account it belonged in.
       01 WS-SUSP-ORIGIN PIC X(20) VALUE "GlPosting".
       01 WS-SUSP-REF PIC X(16).
       01 WS-SUSP-SIDE PIC X.
       01 WS-SUSP-AMOUNT PIC 9(9)V99.
       01 WS-SUSP-DETAIL PIC X(30).
       01 WS-SUSP-COUNTER PIC 9(6) VALUE 0.
       01 WS-SUSP-ITEM-ID PIC 9(8).

       01 WS-DEBIT-ACCOUNT PIC 9(6).
       01 WS-CREDIT-ACCOUNT PIC 9(6).
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.

      *  Trial-balance accumulation per GL account touched tonight.
       01 WS-TRIAL-TABLE.
           03 WS-TRIAL-ENTRY OCCURS 50 TIMES INDEXED BY WS-TRIAL-IDX.
               05 WS-GL-ACCOUNT PIC 9(6).
               05 WS-GL-DEBITS PIC 9(9)V99 VALUE 0.
               05 WS-GL-CREDITS PIC 9(9)V99 VALUE 0.
      *       accrued-interest liability; the month-end
      *       capitalization (INTR, net) and the withholding
      *       (WHTX) then clear that liability to the customer
      *       and the tax authority respectively. A Livret A's
      *       fortnightly accrual (INTQ) books the same way and is
      *       cleared by its tax-free yearly INTR. The value-date
      *       correction adds to the accrual (VALC) or takes back
      *       from it (VALD) the same way.
              WHEN "INTA"
              WHEN "INTQ"
              WHEN "VALC"
                 MOVE GL-CHARGES-INTERETS TO WS-DEBIT-ACCOUNT
                 MOVE GL-INTERETS-COURUS TO WS-CREDIT-ACCOUNT
              WHEN "VALD"
                 MOVE GL-INTERETS-COURUS TO WS-DEBIT-ACCOUNT
                 MOVE GL-CHARGES-INTERETS TO WS-CREDIT-ACCOUNT
              WHEN "INTR"
                 MOVE GL-INTERETS-COURUS TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
              WHEN "FACT"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-FACTUREURS-A-REVERSER TO WS-CREDIT-ACCOUNT
      *       A borrower-insurance premium is owed to the insurer
      *       until the monthly remittance; the insurer's claim
      *       settlement, due to us through the network, pays down
      *       the loan without touching the account.
              WHEN "ASSU"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-ASSUREURS-A-REVERSER TO WS-CREDIT-ACCOUNT
              WHEN "SINI"
                 MOVE GL-RESEAU-A-RECEVOIR TO WS-DEBIT-ACCOUNT
                 MOVE GL-PRETS-CLIENTELE TO WS-CREDIT-ACCOUNT
      *       An outward interbank payment is owed to the network
      *       until it settles; a returned one unwinds the same
      *       pair the other way.
              WHEN "CREF"
                 MOVE GL-RETRAITS-SANS-CARTE TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
      *       An unclaimed balance handed to the Caisse des Depots
      *       is owed to it until the transfer file is paid.
              WHEN "CDCV"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-CDC-A-VERSER TO WS-CREDIT-ACCOUNT
      *       A garnishment payout: owed to the attaching
      *       creditor until the remittance goes out.
              WHEN "SAIS"
              WHEN "CHQD"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-RESEAU-A-REGLER TO WS-CREDIT-ACCOUNT
      *       A bank draft is paid for when it is issued and
      *       held as owed until it comes back through the
      *       clearing, which we then owe for it.
              WHEN "BDEM"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-CHEQUES-DE-BANQUE TO WS-CREDIT-ACCOUNT
              WHEN "BDPY"
                 MOVE GL-CHEQUES-DE-BANQUE TO WS-DEBIT-ACCOUNT
                 MOVE GL-RESEAU-A-REGLER TO WS-CREDIT-ACCOUNT
              WHEN "CLOT"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-CAISSE TO WS-CREDIT-ACCOUNT
      *       Chargebacks claimed from the network sit in their
      *       own receivable until the case ends: a refused
      *       presentment already settled (CBRJ), a provisional
      *       credit to the cardholder (CBPC) or one a dispute
      *       gave from suspense (CBRK). A won case is refunded
      *       against what we owe the network (CBWN, or CBCR
      *       straight to a cardholder never credited); a lost
      *       one takes the provisional back (CBRV) or is
      *       written off (CBPE).
              WHEN "CBRJ"
                 MOVE GL-IMPAYES-RESEAU TO WS-DEBIT-ACCOUNT
                 MOVE GL-RESEAU-A-REGLER TO WS-CREDIT-ACCOUNT
              WHEN "CBPC"
                 MOVE GL-IMPAYES-RESEAU TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
              WHEN "CBRK"
                 MOVE GL-IMPAYES-RESEAU TO WS-DEBIT-ACCOUNT
                 MOVE GL-SUSPENS TO WS-CREDIT-ACCOUNT
              WHEN "CBWN"
                 MOVE GL-RESEAU-A-REGLER TO WS-DEBIT-ACCOUNT
                 MOVE GL-IMPAYES-RESEAU TO WS-CREDIT-ACCOUNT
              WHEN "CBCR"
                 MOVE GL-RESEAU-A-REGLER TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
              WHEN "CBRV"
                 MOVE GL-DEPOTS-CLIENTELE TO WS-DEBIT-ACCOUNT
                 MOVE GL-IMPAYES-RESEAU TO WS-CREDIT-ACCOUNT
              WHEN "CBPE"
                 MOVE GL-PERTES-IMPAYES TO WS-DEBIT-ACCOUNT
                 MOVE GL-IMPAYES-RESEAU TO WS-CREDIT-ACCOUNT
      *       Month-end loan provisioning books only the
      *       movement: a charge raises the provision held against
      *       the loans (netted off them on the balance sheet), a
      *       release gives it back to income.
              WHEN "PRVD"
                 MOVE GL-DOTATIONS-PROVISIONS TO WS-DEBIT-ACCOUNT
                 MOVE GL-PROVISIONS-PRETS TO WS-CREDIT-ACCOUNT
              WHEN "PRVR"
                 MOVE GL-PROVISIONS-PRETS TO WS-DEBIT-ACCOUNT
                 MOVE GL-REPRISES-PROVISIONS TO WS-CREDIT-ACCOUNT
      *       A write-off takes the loan off the books: first out
      *       of the provision already held against it, the rest
      *       as a loss. What the collections agency later gets
      *       back is income, owed to us by the agency until it
      *       remits.
              WHEN "WOPV"
                 MOVE GL-PROVISIONS-PRETS TO WS-DEBIT-ACCOUNT
                 MOVE GL-PRETS-CLIENTELE TO WS-CREDIT-ACCOUNT
              WHEN "WOLS"
                 MOVE GL-PERTES-CREANCES TO WS-DEBIT-ACCOUNT
                 MOVE GL-PRETS-CLIENTELE TO WS-CREDIT-ACCOUNT
      *       A counter till found over at close puts the excess
      *       in the cash-difference account; one found short
      *       takes the missing cash out of it.
              WHEN "EXCE"
                 MOVE GL-CAISSE TO WS-DEBIT-ACCOUNT
                 MOVE GL-ECARTS-CAISSE TO WS-CREDIT-ACCOUNT
              WHEN "MANQ"
                 MOVE GL-ECARTS-CAISSE TO WS-DEBIT-ACCOUNT
                 MOVE GL-CAISSE TO WS-CREDIT-ACCOUNT
      *       Foreign notes are carried at the day's fix. Selling
      *       them takes euros into the till, buying them pays euros
      *       out; notes from or back to the correspondent are owed
      *       to or by it. The margin over the fix, earned in the
      *       till, is the day's exchange income.
              WHEN "FXVT"
                 MOVE GL-CAISSE TO WS-DEBIT-ACCOUNT
                 MOVE GL-BILLETS-ETRANGERS TO WS-CREDIT-ACCOUNT
              WHEN "FXAC"
                 MOVE GL-BILLETS-ETRANGERS TO WS-DEBIT-ACCOUNT
                 MOVE GL-CAISSE TO WS-CREDIT-ACCOUNT
              WHEN "FXRC"
                 MOVE GL-BILLETS-ETRANGERS TO WS-DEBIT-ACCOUNT
                 MOVE GL-CORRESPONDANT-DEVISES TO WS-CREDIT-ACCOUNT
              WHEN "FXEX"
                 MOVE GL-CORRESPONDANT-DEVISES TO WS-DEBIT-ACCOUNT
                 MOVE GL-BILLETS-ETRANGERS TO WS-CREDIT-ACCOUNT
              WHEN "FXMG"
                 MOVE GL-CAISSE TO WS-DEBIT-ACCOUNT
                 MOVE GL-PRODUITS-CHANGE TO WS-CREDIT-ACCOUNT
      *       Loyalty points turned into euros are a marketing
      *       expense paid into the customer's account.
              WHEN "FIDE"
                 MOVE GL-CHARGES-MARKETING TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
              WHEN "RCVY"
                 MOVE GL-AGENCE-RECOUVREMENT TO WS-DEBIT-ACCOUNT
                 MOVE GL-RECUPERATIONS-CREANCES TO WS-CREDIT-ACCOUNT
      *       Equipment goes on the books at cost, owed to the
      *       supplier until finance pays it; the monthly charge
      *       builds up the depreciation netted off it. An asset
      *       leaving the books takes its depreciation with it and
      *       the book value left is a loss.
              WHEN "IMAC"
                 MOVE GL-IMMOBILISATIONS TO WS-DEBIT-ACCOUNT
                 MOVE GL-FOURNISSEURS-IMMO TO WS-CREDIT-ACCOUNT
              WHEN "AMOR"
                 MOVE GL-DOTATIONS-AMORT TO WS-DEBIT-ACCOUNT
                 MOVE GL-AMORTISSEMENTS TO WS-CREDIT-ACCOUNT
              WHEN "IMSA"
                 MOVE GL-AMORTISSEMENTS TO WS-DEBIT-ACCOUNT
                 MOVE GL-IMMOBILISATIONS TO WS-CREDIT-ACCOUNT
              WHEN "IMMV"
                 MOVE GL-PERTES-SORTIES TO WS-DEBIT-ACCOUNT
                 MOVE GL-IMMOBILISATIONS TO WS-CREDIT-ACCOUNT
              WHEN "PRCR"
                 MOVE GL-SUSPENS TO WS-DEBIT-ACCOUNT
                 MOVE GL-DEPOTS-CLIENTELE TO WS-CREDIT-ACCOUNT
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE GL-SUSPENS TO WS-DEBIT-ACCOUNT
                 MOVE GL-SUSPENS TO WS-CREDIT-ACCOUNT
                 PERFORM REGISTER-SUSPENSE-ITEMS
           END-EVALUATE.

           ADD 1 TO WS-POSTED-COUNT.
           PERFORM ACCUMULATE-TRIAL-ENTRY.
           PERFORM WRITE-PERIOD-ROW.

       REGISTER-SUSPENSE-ITEMS.
           MOVE TL-REF TO WS-SUSP-REF.
           MOVE TL-AMOUNT TO WS-SUSP-AMOUNT.
           MOVE SPACES TO WS-SUSP-DETAIL.
           STRING "TYPE INCONNU COMPTE " TL-PIN "-" TL-ACCT-NO
              DELIMITED BY SIZE INTO WS-SUSP-DETAIL
           END-STRING.
           MOVE 'D' TO WS-SUSP-SIDE.
           CALL "RecordSuspenseItem" USING BY REFERENCE
              WS-SUSP-ORIGIN WS-SUSP-REF TL-TYPE WS-SUSP-SIDE
              WS-SUSP-AMOUNT WS-TODAY TL-BRANCH WS-SUSP-DETAIL
              WS-SUSP-COUNTER WS-SUSP-ITEM-ID.
           MOVE 'C' TO WS-SUSP-SIDE.
           CALL "RecordSuspenseItem" USING BY REFERENCE
              WS-SUSP-ORIGIN WS-SUSP-REF TL-TYPE WS-SUSP-SIDE
              WS-SUSP-AMOUNT WS-TODAY TL-BRANCH WS-SUSP-DETAIL
              WS-SUSP-COUNTER WS-SUSP-ITEM-ID.

       WRITE-PERIOD-ROW.
           MOVE WS-TODAY TO GP-DATE.
           MOVE TL-BRANCH TO GP-BRANCH.
