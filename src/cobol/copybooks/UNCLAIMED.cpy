      *  One row per dormant account on the road to the Caisse des
      *  Depots: first watched with the last activity it went
      *  dormant on, then warned six months ahead, then transferred.
      *  The transferred row is kept for good, so a teller can tell
      *  a returning customer where the balance went.
       01 UNCLAIMED-RECORD.
           03 UC-KEY.
              05 UC-PIN PIC 9(4).
              05 UC-ACCT-NO PIC 9(2).
           03 UC-STATUS PIC X.
              88 UC-IS-WATCHED VALUE 'S'.
              88 UC-IS-WARNED VALUE 'W'.
              88 UC-IS-TRANSFERRED VALUE 'T'.
      *    The last customer-initiated activity, YYYYMM, kept here
      *    because the live history does not reach back ten years.
           03 UC-LAST-ACTIVITY-YM PIC 9(6).
           03 UC-WARNED-DATE PIC 9(8).
      *    No transfer before this date: the warning's notice
      *    period has to run out first.
           03 UC-DUE-DATE PIC 9(8).
           03 UC-TRANSFER-DATE PIC 9(8).
           03 UC-AMOUNT PIC 9(7)V99.
           03 UC-CURRENCY PIC X(3).
           03 UC-TRAN-REF PIC 9(8).
           03 UC-HOLDER-NAME PIC X(20).
           03 UC-HOLDER-LAST-NAME PIC X(20).
