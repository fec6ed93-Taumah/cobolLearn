      *  One row per piece of post held back because the customer's
      *  address is flagged undeliverable, kept until a new address
      *  is on file and the desk releases it. The reference carries
      *  what is needed to send the item again: the statement
      *  request as it was queued, the card number, or the number
      *  the held letter's lines are filed under in holddocs.dat.
       01 HOLD-MAIL-RECORD.
           03 HM-ID PIC 9(6).
           03 HM-CM-ID PIC 9(4).
           03 HM-ITEM-TYPE PIC X.
              88 HM-IS-STATEMENT VALUE 'R'.
              88 HM-IS-PIN-MAILER VALUE 'P'.
              88 HM-IS-NEW-CARD VALUE 'N'.
              88 HM-IS-CARD-RENEWAL VALUE 'C'.
              88 HM-IS-LETTER VALUE 'L'.
      *    The program that would have mailed it.
           03 HM-SOURCE PIC X(20).
           03 HM-REF PIC X(40).
           03 HM-HELD-DATE PIC 9(8).
           03 HM-STATUS PIC X.
              88 HM-IS-HELD VALUE 'H'.
              88 HM-IS-RELEASED VALUE 'R'.
           03 HM-RELEASED-DATE PIC 9(8).
           03 HM-RELEASED-BY PIC 9(6).
