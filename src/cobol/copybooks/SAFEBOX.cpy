      *  The safe-deposit boxes a branch has in its strongroom, one
      *  row per box. The size decides the annual rent.
       01 SAFE-BOX-RECORD.
           03 SB-KEY.
              05 SB-BRANCH PIC X(2).
              05 SB-NUMBER PIC 9(4).
           03 SB-SIZE PIC X.
              88 SB-SIZE-SMALL VALUE 'P'.
              88 SB-SIZE-MEDIUM VALUE 'M'.
              88 SB-SIZE-LARGE VALUE 'G'.
              88 SB-IS-KNOWN-SIZE VALUE 'P' 'M' 'G'.
           03 SB-STATUS PIC X.
              88 SB-IS-FREE VALUE 'L'.
              88 SB-IS-RENTED VALUE 'O'.
              88 SB-IS-SEALED VALUE 'S'.
              88 SB-IS-OUT-OF-SERVICE VALUE 'H'.
      *    The rental contract currently on the box, zero when free.
           03 SB-CONTRACT-ID PIC 9(6).
           03 SB-ADDED-DATE PIC 9(8).
           03 SB-ADDED-BY PIC 9(6).
