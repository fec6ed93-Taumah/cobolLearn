      *  What the protection of a deceased customer's relationship
      *  is given and what it did: the same steps whether the death
      *  was announced at the estate desk or found in the national
      *  register of deaths.
       01 DECEASED-PROTECTION-RECORD.
           03 DP-CM-ID PIC 9(4).
           03 DP-DEATH-DATE PIC 9(8).
           03 DP-SOURCE PIC X.
              88 DP-FROM-DESK VALUE 'F'.
              88 DP-FROM-REGISTER VALUE 'R'.
      *    Zero when the import acted without an operator.
           03 DP-OPERATOR-ID PIC 9(6).
           03 DP-EFFECTIVE-DATE PIC 9(8).
           03 DP-CARDS-BLOCKED PIC 9(3).
           03 DP-ORDERS-SUSPENDED PIC 9(3).
           03 DP-ACCOUNTS-HELD PIC 9(2).
           03 DP-PROXIES-ENDED PIC 9(3).
           03 DP-BOXES-SEALED PIC 9(3).
           03 DP-CLAIMS-OPENED PIC 9(3).
           03 DP-LIFE-INSURANCE PIC X.
              88 DP-HAS-LIFE-COVER VALUE 'Y'.
