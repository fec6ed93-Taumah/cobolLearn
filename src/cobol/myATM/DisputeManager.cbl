
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-ORIG-PIN PIC 9(4).
       01 WS-ORIG-ACCT-NO PIC 9(2).
       01 WS-ORIG-AMOUNT PIC 9(7)V99.

      *  The shared reference lookup's other outputs, part of its
      *  interface; only the date is used, as the value date the
      *  customer's credit is worth interest from.
       01 WS-LOOKUP-TYPE PIC X(4).
       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-LOOKUP-CARD PIC 9(4).

       01 WS-POSTING-TYPE PIC X(4).
       01 WS-POSTING-OK PIC X VALUE 'Y'.
       01 NEW-AMMOUNT PIC 9(8)V99.
       01 MAX-BALANCE PIC 9(7)V99 VALUE 9999999,99.
       01 WS-TRAN-REF PIC 9(8).

      *  Who is signed on at this desk, from the shared sign-on
              WS-LOOKUP-STATUS.
           IF WS-LOOKUP-STATUS = 0 OR WS-LOOKUP-STATUS = 1 THEN
              MOVE 'Y' TO WS-FOUND
           ELSE
              MOVE 0 TO WS-LOOKUP-DATE
           END-IF.

       LIST-DISPUTE-CASES.
                 DISPLAY "Dossier introuvable"
                 EXIT PARAGRAPH
           END-READ.
           IF DP-IN-CHARGEBACK THEN
              DISPLAY "Dossier en impaye reseau : il sera clos par "
                 "le service des impayes"
              EXIT PARAGRAPH
           END-IF.
           IF NOT DP-IS-OPEN THEN
              DISPLAY "Ce dossier est deja clos"
              EXIT PARAGRAPH
           DISPLAY "Issue (C=client a raison / R=rejet) ?".
           ACCEPT WS-OUTCOME.

      *    The disputed operation's date, looked up again so the
      *    posting is worth interest from then; a reference gone
      *    from both log and history leaves it at today.
           MOVE DP-TRAN-REF TO WS-SEARCH-REF.
           PERFORM FIND-DISPUTED-ENTRY.
           MOVE DP-PIN TO WS-ORIG-PIN.
           MOVE DP-ACCT-NO TO WS-ORIG-ACCT-NO.
           MOVE DP-AMOUNT TO WS-ORIG-AMOUNT.
           MOVE 0 TO TL-CARD.
           MOVE "0000" TO TL-TERMINAL.
           MOVE "00" TO TL-BRANCH.
           MOVE WS-LOOKUP-DATE TO TL-VALUE-DATE.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
