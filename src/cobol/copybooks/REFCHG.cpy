      *  One proposed change to a reference file, held here until a
      *  second operator signs it off: which file, which row, the
      *  row as it stood and as the maker wants it, who proposed
      *  it, who decided, and when it was applied. Nothing on the
      *  product, product-terms, rate, band, velocity, biller,
      *  holiday or terminal files changes any other way, so this
      *  file is also their change history.
       01 REFERENCE-CHANGE-RECORD.
           03 RV-ID PIC 9(6).
           03 RV-FILE PIC X(8).
              88 RV-FOR-PRODUCTS VALUE "PRODUITS".
              88 RV-FOR-RATES VALUE "TAUX".
              88 RV-FOR-RATE-BANDS VALUE "TRANCHES".
              88 RV-FOR-VELOCITY VALUE "VELOCITE".
              88 RV-FOR-BILLERS VALUE "FACTUREU".
              88 RV-FOR-HOLIDAYS VALUE "FERIES".
              88 RV-FOR-TERMINALS VALUE "TERMINAU".
      *       A dated version of a product's terms.
              88 RV-FOR-PRODUCT-TERMS VALUE "CONDPROD".
           03 RV-ACTION PIC X.
      *       Create the row, or replace it when it exists.
              88 RV-IS-REPLACE VALUE 'M'.
              88 RV-IS-DELETE VALUE 'S'.
      *    The row's key as the maintenance screen shows it.
           03 RV-KEY PIC X(16).
      *    Full record images; spaces before a creation. Wide
      *    enough for a terminal profile with its opening hours
      *    and maintenance windows.
           03 RV-BEFORE PIC X(170).
           03 RV-AFTER PIC X(170).
           03 RV-MAKER PIC 9(6).
           03 RV-REQUEST-DATE PIC 9(8).
           03 RV-REQUEST-TIME PIC 9(6).
      *    Zero: apply as soon as approved. A later date leaves the
      *    approved change for the nightly chain to apply that day.
           03 RV-EFFECTIVE-DATE PIC 9(8).
           03 RV-CHECKER PIC 9(6).
           03 RV-DECIDED-DATE PIC 9(8).
           03 RV-APPLIED-DATE PIC 9(8).
           03 RV-STATUS PIC X.
              88 RV-IS-PENDING VALUE 'P'.
              88 RV-IS-APPROVED-WAITING VALUE 'V'.
              88 RV-IS-APPLIED VALUE 'A'.
              88 RV-IS-REFUSED VALUE 'R'.
      *       Approved, but the row had moved on since the maker
      *       saw it; the maker must propose again.
              88 RV-IS-CONFLICT VALUE 'C'.
