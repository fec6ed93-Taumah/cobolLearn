              RECORD KEY IS RCD-KEY
              FILE STATUS IS BANK-RECORDS-FS.

      *  The DECD holds the notification put on every account,
      *  lifted as the release pays each one out.
           SELECT FREEZE-RECORDS ASSIGN TO '../../data/freeze.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       COPY "ESTATE.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       FD FREEZE-RECORDS.
       COPY "FREEZEREC.cpy".


       01 ESTATE-RECORDS-FS PIC XX.
       01 BANK-RECORDS-FS PIC XX.
       01 FREEZE-RECORDS-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.

       01 WS-WORK-ID PIC 9(4).
       01 WS-ACCOUNTS-PAID PIC 9(2) VALUE 0.
       01 WS-CREDIT-COUNT PIC 9(3) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

       01 WS-PAYOUT PIC 9(7)V99.
       01 WS-TRAN-REF PIC 9(8).

      *  The protective steps a notification sets off, shared with
      *  the matching against the national register of deaths.
       COPY "DECDPROT.cpy".

      *  The estate account being emptied, held apart from the
      *  leg fields (which the heir's credit overwrites) and from
      *  the record area (which the heir's READ overwrites).
       01 WS-LEG-PIN PIC 9(4).
       01 WS-LEG-ACCT-NO PIC 9(2).
       01 WS-LEG-TYPE PIC X(4).
       01 WS-LEG-AMOUNT PIC 9(7)V99.

      *  Each closure of an estate account is evented for the
      *  monthly regulatory declaration of relationships.
      *    record, every card blocked, every standing order
      *    suspended, and a full hold on each account so no debit
      *    moves while credits (pensions get recalled) still land
      *    and are flagged by the credits listing. The steps
      *    themselves are shared with the register matching.
       NOTIFY-DEATH.
           DISPLAY "Numero client du defunt ?".
           ACCEPT WS-WORK-ID.
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE WS-WORK-ID TO DP-CM-ID.
           MOVE ES-DEATH-DATE TO DP-DEATH-DATE.
           MOVE 'F' TO DP-SOURCE.
           MOVE WS-OPERATOR-ID TO DP-OPERATOR-ID.
           MOVE WS-TODAY TO DP-EFFECTIVE-DATE.
           CALL "ProtectDeceasedCustomer" USING BY REFERENCE
              DECEASED-PROTECTION-RECORD.

           DISPLAY "Dossier ouvert : " DP-CARDS-BLOCKED
              " carte(s) bloquee(s), " DP-ORDERS-SUSPENDED
              " ordre(s) suspendu(s), " DP-ACCOUNTS-HELD
              " compte(s) sous blocage".
           DISPLAY "  " DP-PROXIES-ENDED " procuration(s) terminee(s)".
           DISPLAY "  " DP-BOXES-SEALED " coffre(s) sous scelles".
           DISPLAY "  " DP-CLAIMS-OPENED
              " sinistre(s) assurance emprunteur ouvert(s)".

       CHECK-DOCUMENTS.
           DISPLAY "Numero client du defunt ?".
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
