           03 OD-KEY.
              05 OD-PIN PIC 9(4).
              05 OD-ACCT-NO PIC 9(2).
           03 OD-LIMIT PIC 9(7)V99.
           03 OD-GRANTED-DATE PIC 9(8).
      *    The operator who granted or last changed the line.
           03 OD-GRANTED-BY PIC 9(6).
