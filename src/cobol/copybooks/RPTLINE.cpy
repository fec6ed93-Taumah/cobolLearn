      *  One line of a printed report kept in the report
      *  repository, under the report it belongs to, the business
      *  day it was produced for and the branch copy it is part
      *  of. Branch "**" is the whole report as head office got it.
       01 REPORT-LINE-RECORD.
           03 RL-KEY.
              05 RL-REPORT-ID PIC X(8).
              05 RL-BUSINESS-DATE PIC 9(8).
              05 RL-BRANCH PIC X(2).
              05 RL-LINE-NO PIC 9(5).
           03 RL-TEXT PIC X(132).
