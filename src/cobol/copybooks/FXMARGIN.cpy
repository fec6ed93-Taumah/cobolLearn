      *  The bureau de change's margins, one row per foreign
      *  currency offered at the counter: how far below the day's
      *  fix we sell its notes and how far above it we buy them
      *  back, as a fraction of the fix (0,0300 is three percent).
       01 FX-MARGIN-RECORD.
           03 FM-CURRENCY PIC X(3).
           03 FM-SELL-MARGIN PIC 9V9999.
           03 FM-BUY-MARGIN PIC 9V9999.
           03 FM-STATUS PIC X.
              88 FM-IS-OFFERED VALUE 'A'.
              88 FM-IS-SUSPENDED VALUE 'S'.
           03 FM-UPDATED-DATE PIC 9(8).
           03 FM-UPDATED-BY PIC 9(6).
