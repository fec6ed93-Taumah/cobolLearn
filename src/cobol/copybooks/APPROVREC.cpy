           03 PA-ID PIC 9(6).
           03 PA-PIN PIC 9(4).
           03 PA-ACCT-NO PIC 9(2).
           03 PA-NEW-AMOUNT PIC 9(7)V99.
           03 PA-REQUESTED-BY PIC 9(6).
           03 PA-REQUEST-DATE PIC 9(8).
           03 PA-DECIDED-BY PIC 9(6).
