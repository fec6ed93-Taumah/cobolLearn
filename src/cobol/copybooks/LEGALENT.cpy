      *  A customer who is a business or an association rather than
      *  a person: one row per customer id, alongside the custmast
      *  row (which then carries the legal form as first name, the
      *  company name as last name and the registered address).
      *  A customer with a row here is a legal entity; one without
      *  is a private person.
       01 LEGAL-ENTITY-RECORD.
           03 LE-CM-ID PIC 9(4).
           03 LE-COMPANY-NAME PIC X(40).
      *    The nine-digit INSEE number, Luhn-checked at entry.
           03 LE-SIREN PIC 9(9).
           03 LE-LEGAL-FORM PIC X(4).
              88 LE-IS-KNOWN-FORM VALUE 'EI' 'EURL' 'SARL' 'SAS'
                 'SASU' 'SA' 'SNC' 'SCI' 'ASSO'.
           03 LE-REG-ADDRESS-LINE PIC X(30).
           03 LE-REG-POSTAL-CODE PIC X(5).
           03 LE-REG-CITY PIC X(20).
      *    Beneficial owners, the persons holding 25 % or more or
      *    otherwise in control; each is screened against the
      *    sanctions list under the entity's customer id.
           03 LE-OWNER OCCURS 4 TIMES.
              05 LE-OWNER-NAME PIC X(20).
              05 LE-OWNER-LAST-NAME PIC X(20).
              05 LE-OWNER-PCT PIC 9(3)V99.
           03 LE-UPDATED-DATE PIC 9(8).
