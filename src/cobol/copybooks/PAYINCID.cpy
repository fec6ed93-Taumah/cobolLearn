      *  One payment incident per cheque returned unpaid for want
      *  of funds. Any incident still in force bars the customer
      *  from writing cheques on every one of their accounts until
      *  it is regularized or five years have run, and each step
      *  is declared to the central cheque register.
       01 PAYMENT-INCIDENT-RECORD.
           03 PI-KEY.
              05 PI-PIN PIC 9(4).
              05 PI-ACCT-NO PIC 9(2).
              05 PI-SERIAL PIC 9(6).
           03 PI-AMOUNT PIC 9(5)V99.
           03 PI-INCIDENT-DATE PIC 9(8).
      *    Five years on from the incident unless regularized
      *    first.
           03 PI-BAN-END-DATE PIC 9(8).
      *    P: the cheque was paid, to the payee directly or on a
      *    later presentment. F: the funds were blocked on the
      *    account for the payee. E: the five years ran out.
           03 PI-STATUS PIC X.
              88 PI-IS-BANNED VALUE 'B'.
              88 PI-IS-PAID VALUE 'P'.
              88 PI-IS-FUNDS-BLOCKED VALUE 'F'.
              88 PI-IS-EXPIRED VALUE 'E'.
           03 PI-REGUL-DATE PIC 9(8).
      *    The operator who recorded the regularization.
           03 PI-REGUL-BY PIC 9(6).
      *    Set once the incident, then the regularization, have
      *    gone out on the central register's declaration file.
           03 PI-INCIDENT-SENT PIC X.
              88 PI-INCIDENT-IS-SENT VALUE 'Y'.
           03 PI-REGUL-SENT PIC X.
              88 PI-REGUL-IS-SENT VALUE 'Y'.
