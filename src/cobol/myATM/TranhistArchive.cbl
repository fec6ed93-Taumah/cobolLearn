           03 FILLER PIC X VALUE ';'.
           03 AR-TYPE PIC X(4).
           03 FILLER PIC X VALUE ';'.
           03 AR-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X VALUE ';'.
           03 AR-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X VALUE ';'.
           03 AR-REF PIC 9(8).
           03 FILLER PIC X VALUE ';'.
