
       FILE SECTION.
       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

      *  RCD-AMMOUNT has no sign position, so a genuinely negative
      *  balance can't occur here; an implausibly large one is the
      *  signal worth flagging (e.g. a corrupted packed field).
       01 WS-IMPLAUSIBLE-BALANCE PIC 9(7)V99 VALUE 9999999,99.

       COPY "BALEDIT.cpy".

