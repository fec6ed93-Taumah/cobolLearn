      *  The Banque de France answer to our FICP consultations, one
      *  row per customer id consulted, replaced by each newer
      *  answer: listed or not, and as of which day.
       01 FICP-CONSULTATION-RECORD.
           03 FC-CM-ID PIC 9(4).
           03 FC-LISTED PIC X.
              88 FC-IS-LISTED VALUE 'Y'.
           03 FC-RESPONSE-DATE PIC 9(8).
      *    The listing lender's incident date, zero when not listed.
           03 FC-INCIDENT-DATE PIC 9(8).
