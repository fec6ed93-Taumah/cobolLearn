      *  The customer's civil status, one row per customer id,
      *  kept beside the customer master: the birth name the
      *  national register knows a person by when the master
      *  carries a married name, and the death once it is known
      *  to us, from the family at the estate desk or from the
      *  register itself. A customer with no row has no birth
      *  name on file and no death recorded.
       01 CIVIL-STATUS-RECORD.
           03 CS-CM-ID PIC 9(4).
      *    Blank when the birth name is the name on the master.
           03 CS-BIRTH-NAME PIC X(20).
      *    Zero while the customer is not known to have died.
           03 CS-DEATH-DATE PIC 9(8).
           03 CS-DEATH-SOURCE PIC X.
              88 CS-DEATH-FROM-DESK VALUE 'F'.
              88 CS-DEATH-FROM-REGISTER VALUE 'R'.
           03 CS-DEATH-RECORDED-DATE PIC 9(8).
      *    Y when a cover of ours names the deceased as insured:
      *    the insurer is owed the claim whether or not the heirs
      *    ever come forward.
           03 CS-LIFE-INSURANCE PIC X.
              88 CS-HAS-LIFE-COVER VALUE 'Y'.
      *    Y once the death is on file: the accounts count as
      *    inactive from the death date, and the dormancy review
      *    marks them dormant when no heir has settled the estate
      *    within the year.
           03 CS-DORMANCY-FLAG PIC X.
              88 CS-DORMANT-ON-DEATH VALUE 'Y'.
           03 CS-UPDATED-DATE PIC 9(8).
