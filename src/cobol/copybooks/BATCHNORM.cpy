      *  One row per batch step: how long it normally takes, from
      *  its good runs over the last thirty business days, for the
      *  driver to forecast the night against the opening deadline.
       01 BATCH-NORM-RECORD.
           03 BN-STEP-NAME PIC X(20).
           03 FILLER PIC X.
      *    Seconds, start to end.
           03 BN-AVERAGE-SECS PIC 9(5).
           03 FILLER PIC X.
           03 BN-WORST-SECS PIC 9(5).
           03 FILLER PIC X.
           03 BN-RUN-COUNT PIC 9(3).
