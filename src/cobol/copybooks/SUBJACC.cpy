      *  One row per request from a customer for a copy of the
      *  personal data the bank holds on them: when it came in,
      *  the one-month date the answer is owed by, and when the
      *  export went out, so the deadline can be shown to be met.
       01 SUBJECT-ACCESS-RECORD.
           03 SA-ID PIC 9(6).
           03 SA-CM-ID PIC 9(4).
           03 SA-CHANNEL PIC X.
              88 SA-BY-COUNTER VALUE 'G'.
              88 SA-BY-MAIL VALUE 'C'.
              88 SA-BY-EMAIL VALUE 'E'.
              88 SA-IS-KNOWN-CHANNEL VALUE 'G' 'C' 'E'.
           03 SA-RECEIVED-DATE PIC 9(8).
           03 SA-DUE-DATE PIC 9(8).
           03 SA-RECORDED-BY PIC 9(6).
           03 SA-STATUS PIC X.
              88 SA-IS-OPEN VALUE 'O'.
              88 SA-IS-DELIVERED VALUE 'D'.
           03 SA-DELIVERED-DATE PIC 9(8).
           03 SA-DELIVERED-BY PIC 9(6).
      *    Lines in the export handed over, headings included.
           03 SA-EXPORT-LINES PIC 9(7).
