           03 FILLER PIC X.
           03 TL-TYPE PIC X(4).
           03 FILLER PIC X.
           03 TL-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X.
      *    Signed, sign kept as its own leading character so the
      *    line-sequential log stays readable: an overdrawn
      *    balance must never lose its minus on the way through.
           03 TL-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X.
           03 TL-DATETIME PIC 9(14).
           03 FILLER PIC X.
      *    The branch the operation happened at; '00' for batch
      *    postings done at head office.
           03 TL-BRANCH PIC X(2).
           03 FILLER PIC X.
      *    The date the posting starts earning or costing interest,
      *    set by SetValueDate from the type; an older row written
      *    before value dating carries spaces here and is worth
      *    interest from its booking date.
           03 TL-VALUE-DATE PIC 9(8).
