      *  Who may sign for a legal-entity customer: each row links
      *  the entity to one private-person customer with their
      *  signing power. Revoked rows are kept for the record.
       01 SIGNATORY-RECORD.
           03 SG-KEY.
              05 SG-ENTITY-ID PIC 9(4).
              05 SG-PERSON-ID PIC 9(4).
      *    I signs alone up to the limit and with a second
      *    signatory above it; J never signs alone.
           03 SG-POWER PIC X.
              88 SG-SIGNS-ALONE VALUE 'I'.
              88 SG-SIGNS-JOINTLY VALUE 'J'.
              88 SG-IS-KNOWN-POWER VALUE 'I' 'J'.
           03 SG-LIMIT PIC 9(7)V99.
           03 SG-STATUS PIC X.
              88 SG-IS-ACTIVE VALUE 'A'.
              88 SG-IS-REVOKED VALUE 'R'.
           03 SG-GRANTED-DATE PIC 9(8).
           03 SG-REVOKED-DATE PIC 9(8).
