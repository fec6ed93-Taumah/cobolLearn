      *    The authorized limit the caller may let the balance run
      *    down to (as a negative balance); zero when no active
      *    line exists, so callers can always just add it in.
       01 LIMIT-OUT PIC 9(7)V99.
      *    0 = active line returned; 1 = no line for this account.
       01 STATUS-CODE PIC 9.

