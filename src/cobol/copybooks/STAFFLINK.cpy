      *  One customer an employee is personally tied to: their own
      *  customer number, or a relative's. An operator acting on
      *  or looking at one of these is a segregation-of-duties
      *  question for internal audit.
       01 STAFF-LINK-RECORD.
           03 SL-KEY.
      *       The employee id, which is also their OP-ID.
              05 SL-EMP-ID PIC 9(6).
              05 SL-CUSTOMER-ID PIC 9(4).
           03 SL-RELATION PIC X.
              88 SL-IS-OWN VALUE 'T'.
              88 SL-IS-FAMILY VALUE 'F'.
           03 SL-LINKED-DATE PIC 9(8).
      *    Zero when taken from the payroll account mapping.
           03 SL-LINKED-BY PIC 9(6).
