      *  One network presentment item we refused to post, as the
      *  network presented it, queued for the chargeback desk. The
      *  queue accumulates; the desk's own case file records which
      *  items it has already raised.
       01 PRESENTMENT-REJECT-RECORD.
           03 NR-CARD PIC 9(4).
           03 FILLER PIC X.
           03 NR-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X.
           03 NR-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 NR-TERMINAL PIC X(4).
           03 FILLER PIC X.
           03 NR-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 NR-REASON PIC X(30).
