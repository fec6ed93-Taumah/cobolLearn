           03 AR-STATUS PIC X.
              88 AR-IS-ACTIVE VALUE 'A'.
              88 AR-IS-CLEARED VALUE 'C'.
      *       The loan was written off with the position still
      *       open: off the collections worklist, but never
      *       treated as caught up.
              88 AR-IS-WRITTEN-OFF VALUE 'W'.
