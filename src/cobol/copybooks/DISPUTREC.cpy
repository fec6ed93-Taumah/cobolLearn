      *    shared sign-on front door.
           03 DP-OPENED-BY PIC 9(6).
           03 DP-DECIDED-BY PIC 9(6).
      *    K: taken up by the chargeback desk against the network;
      *    the chargeback's outcome closes it.
           03 DP-STATUS PIC X.
              88 DP-IS-OPEN VALUE 'O'.
              88 DP-IN-CHARGEBACK VALUE 'K'.
              88 DP-CLOSED-CUSTOMER VALUE 'C'.
              88 DP-CLOSED-REJECTED VALUE 'R'.
