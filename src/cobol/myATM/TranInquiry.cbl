       01 WS-REF-PIN PIC 9(4).
       01 WS-REF-ACCT-NO PIC 9(2).
       01 WS-REF-TYPE PIC X(4).
       01 WS-REF-AMOUNT PIC 9(7)V99.
       01 WS-REF-DATE PIC 9(8).
       01 WS-REF-CARD PIC 9(4).
       01 WS-REF-STATUS PIC 9.
           03 WS-HIT-ENTRY OCCURS 500 TIMES INDEXED BY WS-HIT-IDX.
               05 WS-H-DATETIME PIC 9(14).
               05 WS-H-TYPE PIC X(4).
               05 WS-H-AMOUNT PIC 9(7)V99.
               05 WS-H-BALANCE PIC 9(7)V99.
       01 WS-HIT-COUNT PIC 9(4) VALUE 0.
       01 WS-SHOW-IDX PIC 9(4) VALUE 0.
       01 WS-LINES-SHOWN PIC 9(2) VALUE 0.
