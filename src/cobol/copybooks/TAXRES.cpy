      *  One tax profile per customer id, kept beside the customer
      *  master rather than in it: the countries the customer
      *  declares tax residence in, each with its taxpayer number
      *  and the date the signed self-certification was received,
      *  plus the US indicia the desk found. Drives the annual
      *  automatic exchange of information (FATCA and CRS).
       01 TAX-RESIDENCE-RECORD.
           03 TX-CM-ID PIC 9(4).
      *    Born in the US, a US address or telephone, or standing
      *    instructions to a US account: a possible US person even
      *    with no US residence declared.
           03 TX-US-INDICIA PIC X.
              88 TX-HAS-US-INDICIA VALUE 'Y'.
      *    Set whenever the profile is saved: any residence other
      *    than France, or US indicia, makes the customer reportable.
           03 TX-REPORTABLE PIC X.
              88 TX-IS-REPORTABLE VALUE 'Y'.
      *    ISO country code; a blank country is an unused slot.
      *    A zero self-certification date means the form is still
      *    owed.
           03 TX-RESIDENCE OCCURS 3 TIMES.
              05 TX-COUNTRY PIC X(2).
              05 TX-TIN PIC X(20).
              05 TX-SELF-CERT-DATE PIC 9(8).
           03 TX-UPDATED-DATE PIC 9(8).
