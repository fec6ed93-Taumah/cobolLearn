      *  One command from head office to a machine, queued under the
      *  terminal's id and picked up by the terminal itself at the
      *  start of its next session, oldest first.
       01 TERMINAL-COMMAND-RECORD.
           03 TC-KEY.
              05 TC-TP-ID PIC X(4).
              05 TC-SEQ PIC 9(6).
           03 TC-COMMAND PIC X.
              88 TC-GO-OUT-OF-SERVICE VALUE 'H'.
              88 TC-COME-BACK VALUE 'E'.
              88 TC-RELOAD-PARAMETERS VALUE 'R'.
              88 TC-MESSAGE-OF-THE-DAY VALUE 'M'.
      *    The message shown to every customer for the rest of the
      *    day; spaces clear it.
           03 TC-MESSAGE PIC X(40).
           03 TC-ISSUED-BY PIC 9(6).
           03 TC-ISSUED-DATE PIC 9(8).
           03 TC-ISSUED-TIME PIC 9(6).
           03 TC-STATUS PIC X.
              88 TC-IS-PENDING VALUE 'P'.
              88 TC-IS-DONE VALUE 'X'.
              88 TC-IS-CANCELLED VALUE 'A'.
           03 TC-DONE-DATETIME PIC 9(14).
