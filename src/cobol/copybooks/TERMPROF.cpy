           03 TP-STATUS PIC X.
              88 TP-IS-ACTIVE VALUE 'A'.
              88 TP-IS-RETIRED VALUE 'R'.
      *    Opening hours for each day of the week, Monday first,
      *    as HHMM: 0000 to 2400 round the clock, both zero closed
      *    all day, a closing time before the opening time runs
      *    past midnight. A lobby machine closes with its branch.
           03 TP-WEEKLY-HOURS.
              05 TP-DAY-HOURS OCCURS 7 TIMES.
                 07 TP-OPEN-TIME PIC 9(4).
                 07 TP-CLOSE-TIME PIC 9(4).
      *    Planned maintenance, from and to as YYYYMMDDHHMM; a zero
      *    start leaves the slot free. The machine refuses customers
      *    for the length of the window.
           03 TP-MAINTENANCE-WINDOWS.
              05 TP-MAINT-WINDOW OCCURS 3 TIMES.
                 07 TP-MW-START PIC 9(12).
                 07 TP-MW-END PIC 9(12).
