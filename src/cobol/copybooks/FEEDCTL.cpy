      *  The control row the nightly extract writes for each feed
      *  it cuts from the live log, plus one SOURCE row for the log
      *  itself: what the single read saw, and what each feed was
      *  given. The driver recounts every feed against these rows
      *  before any consumer is let loose on it.
       01 FEED-CONTROL-RECORD.
           03 FC-DATE PIC 9(8).
           03 FILLER PIC X.
      *    The extract run the row belongs to, so a rerun's feeds
      *    are verified afresh.
           03 FC-RUN-TIME PIC 9(6).
           03 FILLER PIC X.
           03 FC-FEED PIC X(8).
              88 FC-IS-SOURCE VALUE "SOURCE".
      *       The unfiltered copy: must match the source exactly.
              88 FC-IS-FULL-COPY VALUE "GL".
           03 FILLER PIC X.
           03 FC-PATH PIC X(40).
           03 FILLER PIC X.
           03 FC-ROWS PIC 9(7).
           03 FILLER PIC X.
           03 FC-AMOUNT-HASH PIC 9(11)V99.
