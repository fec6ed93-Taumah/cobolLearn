           03 LN-STATUS PIC X.
              88 LN-IS-ACTIVE VALUE 'A'.
              88 LN-IS-PAID-OFF VALUE 'P'.
      *       Written off as unrecoverable on a supervisor's
      *       approval; no longer billed, handed to the
      *       collections agency.
              88 LN-IS-WRITTEN-OFF VALUE 'W'.
      *    The credit score the scoring step computed at
      *    application time, and how the decision fell: approved
      *    outright, or referred and signed off by a supervisor.
