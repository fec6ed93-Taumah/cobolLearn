      *  One row per visit to a safe-deposit box, let in or turned
      *  away: who came, in what capacity, on what identity
      *  document, and which teller checked them.
       01 BOX-ACCESS-RECORD.
           03 BA-DATETIME PIC 9(14).
           03 FILLER PIC X.
           03 BA-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 BA-BOX-NUMBER PIC 9(4).
           03 FILLER PIC X.
           03 BA-CONTRACT-ID PIC 9(6).
           03 FILLER PIC X.
           03 BA-VISITOR-ID PIC 9(4).
           03 FILLER PIC X.
      *    T holder, C joint holder, M proxy, blank when refused.
           03 BA-CAPACITY PIC X.
           03 FILLER PIC X.
           03 BA-ID-DOCUMENT PIC X(20).
           03 FILLER PIC X.
           03 BA-RESULT PIC X.
              88 BA-ADMITTED VALUE 'A'.
              88 BA-REFUSED VALUE 'R'.
           03 FILLER PIC X.
           03 BA-REASON PIC X(20).
           03 FILLER PIC X.
           03 BA-OPERATOR-ID PIC 9(6).
