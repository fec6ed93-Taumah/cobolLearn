           03 SW-DEST-ACCT-NO PIC 9(2).
      *    Whatever the source balance holds above this ceiling is
      *    swept; at or below it, nothing moves.
           03 SW-CEILING PIC 9(7)V99.
           03 SW-REGISTERED-DATE PIC 9(8).
           03 SW-STATUS PIC X.
              88 SW-IS-ACTIVE VALUE 'A'.
