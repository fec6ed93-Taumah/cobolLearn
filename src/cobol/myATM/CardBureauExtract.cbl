
       01 WS-ORDERED-COUNT PIC 9(5) VALUE 0.
       01 WS-EMBOSS-NAME PIC X(41).
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.

      *  Plastic is not ordered for a customer whose address La
      *  Poste sent back: the bureau would mail it there. The card
      *  stays unordered and goes on the hold file.
       01 WS-HOLD-TYPE PIC X.
       01 WS-HOLD-SOURCE PIC X(20) VALUE "CardBureauExtract".
       01 WS-HOLD-REF PIC X(40).
       01 WS-HOLD-RESULT PIC X.
           88 WS-MAIL-HELD VALUE 'H'.
       01 WS-HOLD-ID PIC 9(6).

      *  The bureau's fixed layout: order kind, card, expiry and
      *  the embossed name.

           DISPLAY WS-ORDERED-COUNT
              " carte(s) commandee(s) au faconnier".
           IF WS-HELD-COUNT > 0 THEN
              DISPLAY WS-HELD-COUNT " carte(s) retenue(s), "
                 "adresse NPAI"
           END-IF.

           STOP RUN.

           END-READ.

       WRITE-ONE-ORDER.
           IF WS-B-KIND = "RENV" THEN
              MOVE 'C' TO WS-HOLD-TYPE
           ELSE
              MOVE 'N' TO WS-HOLD-TYPE
           END-IF.
           MOVE SPACES TO WS-HOLD-REF.
           STRING "carte=" CARD-NUMBER
              DELIMITED BY SIZE INTO WS-HOLD-REF.
           CALL "CheckMailHold" USING BY REFERENCE CARD-CUSTOMER-ID
              WS-HOLD-TYPE WS-HOLD-SOURCE WS-HOLD-REF WS-HOLD-RESULT
              WS-HOLD-ID.
           IF WS-MAIL-HELD THEN
              ADD 1 TO WS-HELD-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-EMBOSS-NAME.
           IF CUSTOMER-MASTER-FS = "00" THEN
              MOVE CARD-CUSTOMER-ID TO CM-ID
