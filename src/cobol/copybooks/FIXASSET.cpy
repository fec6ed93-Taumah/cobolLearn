      *  One fixed asset the bank owns: an ATM, a safe or a piece of
      *  counter equipment, the branch whose books carry it, what it
      *  cost and how it is written down. Registered from the asset
      *  desk; depreciated and, once its terminal is retired,
      *  disposed of by the monthly asset run.
       01 FIXED-ASSET-RECORD.
      *    The inventory tag stuck on the asset.
           03 FA-ID PIC X(8).
           03 FA-CATEGORY PIC X(4).
              88 FA-IS-ATM VALUE "GAB ".
              88 FA-IS-SAFE VALUE "COFF".
              88 FA-IS-EQUIPMENT VALUE "EQPT".
              88 FA-CATEGORY-VALID VALUE "GAB " "COFF" "EQPT".
      *    For an ATM, the terminal in the fleet file it is; spaces
      *    for anything else.
           03 FA-TP-ID PIC X(4).
           03 FA-DESCRIPTION PIC X(30).
           03 FA-BRANCH PIC X(2).
           03 FA-ACQ-DATE PIC 9(8).
           03 FA-COST PIC 9(7)V99.
           03 FA-LIFE-MONTHS PIC 9(3).
      *    L straight-line over the life; D declining balance at
      *    the fiscal coefficient, going over to straight-line on
      *    what is left once that charges more.
           03 FA-METHOD PIC X.
              88 FA-IS-LINEAR VALUE 'L'.
              88 FA-IS-DECLINING VALUE 'D'.
           03 FA-ACCUM-DEPR PIC 9(7)V99.
      *    Months charged so far, and the last period (YYYYMM) one
      *    was: the run charges each period once.
           03 FA-MONTHS-CHARGED PIC 9(3).
           03 FA-LAST-PERIOD PIC 9(6).
           03 FA-STATUS PIC X.
              88 FA-IS-IN-SERVICE VALUE 'A'.
              88 FA-IS-DISPOSED VALUE 'C'.
      *    When it left the books, and the net book value written
      *    off then.
           03 FA-DISPOSAL-DATE PIC 9(8).
           03 FA-DISPOSAL-NBV PIC 9(7)V99.
      *    Who registered it.
           03 FA-REGISTERED-BY PIC 9(6).
