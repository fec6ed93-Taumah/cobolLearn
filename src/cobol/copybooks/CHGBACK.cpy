      *  One chargeback case per row, raised by the chargeback desk
      *  against a network item: a presentment we refused to post,
      *  or a cardholder dispute on our card used at another bank.
      *  The case runs chargeback, second presentment, arbitration,
      *  and ends won or lost.
       01 CHARGEBACK-RECORD.
           03 CK-ID PIC 9(6).
           03 CK-SOURCE PIC X.
              88 CK-FROM-PRESENTMENT VALUE 'P'.
              88 CK-FROM-DISPUTE VALUE 'D'.
      *    The dispute case behind it; zero for a presentment.
           03 CK-DISPUTE-ID PIC 9(6).
      *    The PRES posting's reference; zero for a presentment
      *    that never posted.
           03 CK-TRAN-REF PIC 9(8).
      *    The network item as it was presented to us.
           03 CK-CARD PIC 9(4).
           03 CK-PIN PIC 9(4).
           03 CK-ACCT-NO PIC 9(2).
           03 CK-AMOUNT PIC 9(7)V99.
           03 CK-TRAN-DATETIME PIC 9(14).
           03 CK-TERMINAL PIC X(4).
           03 CK-BRANCH PIC X(2).
      *    The network's reason code for the chargeback.
           03 CK-REASON-CODE PIC X(4).
      *    R raised, waiting for the outbound file; S sent to the
      *    network; P second presentment received from the
      *    acquirer; A arbitration asked for, waiting for the
      *    outbound file; B arbitration sent; F final.
           03 CK-STAGE PIC X.
              88 CK-IS-RAISED VALUE 'R'.
              88 CK-IS-SENT VALUE 'S'.
              88 CK-IS-REPRESENTED VALUE 'P'.
              88 CK-IS-ARBITRATION-ASKED VALUE 'A'.
              88 CK-IS-IN-ARBITRATION VALUE 'B'.
              88 CK-IS-FINAL VALUE 'F'.
      *    A lost case whose provisional credit the account could
      *    not yet return keeps its outcome but not its final
      *    stage, until the desk recovers it.
           03 CK-OUTCOME PIC X.
              88 CK-OUTCOME-PENDING VALUE SPACE.
              88 CK-IS-WON VALUE 'W'.
              88 CK-IS-LOST VALUE 'L'.
      *    The cardholder holds a provisional credit for it.
           03 CK-PROVISIONAL PIC X.
              88 CK-HAS-PROVISIONAL VALUE 'Y'.
      *    The amount sits in the chargebacks-claimed account
      *    until the case ends.
           03 CK-CLAIM-BOOKED PIC X.
              88 CK-HAS-CLAIM-BOOKED VALUE 'Y'.
           03 CK-RAISED-DATE PIC 9(8).
           03 CK-SENT-DATE PIC 9(8).
           03 CK-REPRES-DATE PIC 9(8).
           03 CK-REPRES-REASON PIC X(4).
           03 CK-ARBITRATION-DATE PIC 9(8).
           03 CK-CLOSED-DATE PIC 9(8).
      *    Which operators raised and decided the case, from the
      *    shared sign-on front door; zero when the network's file
      *    decided it.
           03 CK-RAISED-BY PIC 9(6).
           03 CK-DECIDED-BY PIC 9(6).
