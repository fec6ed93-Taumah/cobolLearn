      *  One telephone-banking call step per row, the telephone
      *  counterpart of the machine's electronic journal: call
      *  taken, caller identified or refused, every inquiry and
      *  transfer, declines and hang-ups, sequence-numbered without
      *  gaps so a disputed call can be replayed step by step.
       01 CALL-JOURNAL-RECORD.
           03 CJ-SEQ PIC 9(8).
           03 FILLER PIC X.
           03 CJ-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 CJ-LINE PIC X(4).
           03 FILLER PIC X.
           03 CJ-CUSTOMER-ID PIC 9(4).
           03 FILLER PIC X.
           03 CJ-EVENT PIC X(8).
           03 FILLER PIC X.
           03 CJ-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 CJ-DETAIL PIC X(20).
