           03 FILLER PIC X.
           03 TE-TERMINAL PIC X(4).
           03 FILLER PIC X.
      *    HS / ES for the engineer's service switch, DISPFLT for
      *    a dispenser fault, CASHBAS for a low-cash alert. Planned
      *    downtime has its own pairs: HSSIEGE / ESSIEGE for head
      *    office's commands, FERME / OUVERT for the opening hours,
      *    MAINTDEB / MAINTFIN for a maintenance window; PARAMS and
      *    MESSAGE record the other commands carried out.
           03 TE-EVENT PIC X(8).
           03 FILLER PIC X.
           03 TE-DETAIL PIC X(20).
