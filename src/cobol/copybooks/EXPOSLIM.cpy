      *  One credit exposure limit per customer: the ceiling on
      *  everything the customer owes us or could draw - loans,
      *  overdraft lines, network items not yet posted, loans they
      *  stand guarantor for. Related customers (spouses, a minor
      *  and the guardian) can share a group with a ceiling of its
      *  own, held on the row of the customer heading the group.
       01 EXPOSURE-LIMIT-RECORD.
           03 EL-CUSTOMER-ID PIC 9(4).
      *    Zero when the customer has no limit of their own.
           03 EL-LIMIT PIC 9(9)V99.
      *    The customer heading the group; zero when not grouped.
           03 EL-GROUP-ID PIC 9(4).
      *    Only meaningful on the head's own row.
           03 EL-GROUP-LIMIT PIC 9(9)V99.
           03 EL-SET-DATE PIC 9(8).
           03 EL-SET-BY PIC 9(6).
