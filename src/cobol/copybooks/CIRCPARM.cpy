      *  The statutory auditors' sampling parameters for one year's
      *  balance confirmations: every balance at or above the
      *  threshold is confirmed, the rest are drawn band by band,
      *  so many per band, from a start the seed fixes so the draw
      *  can be re-performed. Locked once the draw has been made.
       01 CIRCULARIZATION-PARM-RECORD.
           03 CP-YEAR PIC 9(4).
           03 CP-THRESHOLD PIC 9(9)V99.
           03 CP-SEED PIC 9(6).
           03 CP-BAND-COUNT PIC 9.
      *    Bands by their lower bound, in ascending order; a band
      *    runs to the next one's bound, the last to the threshold.
      *    A balance below the first bound is not sampled.
           03 CP-BAND OCCURS 5 TIMES.
              05 CP-BAND-FLOOR PIC 9(9)V99.
              05 CP-BAND-SAMPLE PIC 9(4).
           03 CP-SET-BY PIC 9(6).
           03 CP-SET-DATE PIC 9(8).
           03 CP-DRAWN-DATE PIC 9(8).
