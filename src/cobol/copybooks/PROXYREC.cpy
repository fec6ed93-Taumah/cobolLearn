      *  One row per power of attorney: a customer who is not a
      *  holder of the account (an adult child, a care worker) but
      *  holds a signed mandate to operate it. Kept after it ends,
      *  revoked at the desk or ended by the holder's estate, so a
      *  past proxy's actions can still be traced to the mandate.
       01 PROXY-RECORD.
           03 PX-KEY.
              05 PX-ACCOUNT-KEY.
                 07 PX-PIN PIC 9(4).
                 07 PX-ACCT-NO PIC 9(2).
      *       The proxy's own customer id in custmast.dat.
              05 PX-PROXY-ID PIC 9(4).
           03 PX-SCOPE PIC X.
              88 PX-SCOPE-CONSULT VALUE 'C'.
              88 PX-SCOPE-WITHDRAW VALUE 'R'.
              88 PX-SCOPE-FULL VALUE 'F'.
              88 PX-IS-KNOWN-SCOPE VALUE 'C' 'R' 'F'.
      *    Largest single withdrawal a scope-R proxy may make.
           03 PX-WITHDRAW-LIMIT PIC 9(7)V99.
           03 PX-VALID-FROM PIC 9(8).
      *    Zero for a mandate given until revoked.
           03 PX-VALID-TO PIC 9(8).
      *    Reference of the signed mandate on file at the branch.
           03 PX-DOCUMENT-REF PIC X(20).
           03 PX-STATUS PIC X.
              88 PX-IS-ACTIVE VALUE 'A'.
              88 PX-IS-REVOKED VALUE 'R'.
              88 PX-IS-ENDED-BY-ESTATE VALUE 'D'.
           03 PX-GRANTED-BY PIC 9(6).
           03 PX-GRANTED-DATE PIC 9(8).
           03 PX-ENDED-BY PIC 9(6).
           03 PX-ENDED-DATE PIC 9(8).
