      *  One row per customer id: whether the customer agreed to
      *  receive our offers, channel by channel, with the day the
      *  answer was given and where it was collected. A customer
      *  with no row, or a channel never asked, has not consented:
      *  marketing may only use a channel answered yes.
       01 MARKETING-CONSENT-RECORD.
           03 MC-CM-ID PIC 9(4).
      *    1 letter, 2 SMS, 3 email.
           03 MC-CHANNEL OCCURS 3 TIMES.
              05 MC-ANSWER PIC X.
                 88 MC-IS-GIVEN VALUE 'Y'.
                 88 MC-IS-REFUSED VALUE 'N'.
                 88 MC-NOT-ASKED VALUE SPACE.
              05 MC-ANSWER-DATE PIC 9(8).
      *       G at the counter, F signed paper form, W online
      *       banking, T recorded telephone call.
              05 MC-SOURCE PIC X.
                 88 MC-IS-KNOWN-SOURCE VALUE 'G' 'F' 'W' 'T'.
           03 MC-UPDATED-DATE PIC 9(8).
