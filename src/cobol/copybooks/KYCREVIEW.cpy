      *  One row per customer id: how risky the relationship is
      *  rated, when its KYC was last reviewed at the desk, the
      *  identity document seen then, and where the periodic
      *  review stands. Rated and advanced by the monthly review
      *  cycle; a teller's review in CustomerMaintenance resets it.
       01 KYC-REVIEW-RECORD.
           03 KR-CM-ID PIC 9(4).
           03 KR-RISK-RATING PIC X.
              88 KR-RISK-LOW VALUE 'L'.
              88 KR-RISK-MEDIUM VALUE 'M'.
              88 KR-RISK-HIGH VALUE 'H'.
           03 KR-RATED-DATE PIC 9(8).
      *    What the rating was drawn from at the last run: open or
      *    confirmed sanctions matches, surveillance anomalies on
      *    the customer's accounts, declarable cash movements over
      *    the last twelve months.
           03 KR-SANCTION-HITS PIC 9(3).
           03 KR-AML-HITS PIC 9(3).
           03 KR-CTR-COUNT PIC 9(3).
      *    Zero until the first review at the desk.
           03 KR-LAST-REVIEW-DATE PIC 9(8).
           03 KR-NEXT-DUE-DATE PIC 9(8).
           03 KR-ID-DOC-TYPE PIC X.
              88 KR-DOC-ID-CARD VALUE 'C'.
              88 KR-DOC-PASSPORT VALUE 'P'.
              88 KR-DOC-RESIDENCE-PERMIT VALUE 'T'.
      *       Company registration extract, for a legal entity.
              88 KR-DOC-KBIS VALUE 'K'.
              88 KR-IS-KNOWN-DOC VALUE 'C' 'P' 'T' 'K'.
           03 KR-ID-DOC-NUMBER PIC X(20).
      *    Zero for a document that does not expire.
           03 KR-ID-DOC-EXPIRY PIC 9(8).
           03 KR-STATUS PIC X.
              88 KR-IS-CURRENT VALUE 'C'.
              88 KR-IS-DUE VALUE 'D'.
      *       Past due and past the grace period: deposits only
      *       until the review is completed at the desk.
              88 KR-IS-LAPSED VALUE 'L'.
           03 KR-REMINDER-DATE PIC 9(8).
           03 KR-LAPSED-DATE PIC 9(8).
