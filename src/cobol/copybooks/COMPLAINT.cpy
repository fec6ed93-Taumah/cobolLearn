      *  One row per customer complaint, however it came in: what
      *  it is about, who is handling it, and the two dates the
      *  regulator holds us to — the acknowledgement within ten
      *  working days and the answer within two months of receipt
      *  — with the dates each was actually sent.
       01 COMPLAINT-RECORD.
           03 CP-ID PIC 9(6).
           03 CP-CM-ID PIC 9(4).
      *    The branch the complaint was taken at, for the
      *    quarterly breakdown.
           03 CP-BRANCH PIC X(2).
           03 CP-CATEGORY PIC X.
              88 CP-ABOUT-FEES VALUE 'F'.
              88 CP-ABOUT-OPERATIONS VALUE 'O'.
              88 CP-ABOUT-CARDS VALUE 'C'.
              88 CP-ABOUT-CREDIT VALUE 'K'.
              88 CP-ABOUT-SAVINGS VALUE 'E'.
              88 CP-ABOUT-SERVICE VALUE 'S'.
              88 CP-ABOUT-DATA VALUE 'D'.
              88 CP-ABOUT-OTHER VALUE 'A'.
              88 CP-IS-KNOWN-CATEGORY
                 VALUE 'F' 'O' 'C' 'K' 'E' 'S' 'D' 'A'.
           03 CP-CHANNEL PIC X.
              88 CP-BY-MAIL VALUE 'C'.
              88 CP-BY-PHONE VALUE 'T'.
              88 CP-BY-COUNTER VALUE 'G'.
              88 CP-IS-KNOWN-CHANNEL VALUE 'C' 'T' 'G'.
      *    The transaction or the dispute case the complaint is
      *    about, zero when it is about neither.
           03 CP-TRAN-REF PIC 9(8).
           03 CP-DISPUTE-ID PIC 9(6).
           03 CP-SUMMARY PIC X(40).
           03 CP-RECEIVED-DATE PIC 9(8).
           03 CP-ACK-DUE-DATE PIC 9(8).
           03 CP-ANSWER-DUE-DATE PIC 9(8).
           03 CP-ACK-DATE PIC 9(8).
           03 CP-ANSWER-DATE PIC 9(8).
           03 CP-RECORDED-BY PIC 9(6).
           03 CP-ASSIGNED-TO PIC 9(6).
           03 CP-ANSWERED-BY PIC 9(6).
      *    Received, acknowledged, then answered — which closes
      *    the complaint with its outcome.
           03 CP-STATUS PIC X.
              88 CP-IS-RECEIVED VALUE 'R'.
              88 CP-IS-ACKNOWLEDGED VALUE 'A'.
              88 CP-IS-ANSWERED VALUE 'C'.
              88 CP-IS-OPEN VALUE 'R' 'A'.
           03 CP-OUTCOME PIC X.
              88 CP-UPHELD VALUE 'F'.
              88 CP-PARTLY-UPHELD VALUE 'P'.
              88 CP-REJECTED VALUE 'N'.
              88 CP-IS-KNOWN-OUTCOME VALUE 'F' 'P' 'N'.
