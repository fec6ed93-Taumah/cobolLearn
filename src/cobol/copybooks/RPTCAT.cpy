      *  The repository's catalogue: one row per copy of a report
      *  kept, with how long it is kept and who may reprint it.
       01 REPORT-CATALOGUE-RECORD.
           03 RC-KEY.
              05 RC-REPORT-ID PIC X(8).
              05 RC-BUSINESS-DATE PIC 9(8).
      *       "**" for the whole report, else the branch's own copy.
              05 RC-BRANCH PIC X(2).
                 88 RC-IS-ALL-BRANCHES VALUE "**".
           03 RC-TITLE PIC X(40).
           03 RC-LINE-COUNT PIC 9(5).
           03 RC-ARCHIVED-AT PIC X(14).
      *    Purged from the repository after this date.
           03 RC-EXPIRY-DATE PIC 9(8).
      *    The lowest role that may reprint it: G a branch's own
      *    copy only, S any copy, A admin only.
           03 RC-MIN-ROLE PIC X.
           03 RC-REPRINT-COUNT PIC 9(3).
