       COPY "TERMPROF.cpy".

       FD AVAILABILITY-REPORT.
       01 AVAILABILITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.


      *  Per-terminal tallies: downtime paired from HS and ES
      *  transitions, measured in whole days and seconds within
      *  the day, and the faults for the worklist. Planned
      *  downtime (head office's switch, closed hours, maintenance
      *  windows) is measured apart; time the machine spends under
      *  any planned reason is planned, even with the engineer's
      *  switch also off, so each second is counted once.
       01 WS-TERM-TABLE.
           03 WS-TERM-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-TERM-IDX.
               05 WS-T-HS-DATETIME PIC 9(14).
               05 WS-T-FAULT-COUNT PIC 9(4).
               05 WS-T-CASHOUT-COUNT PIC 9(4).
               05 WS-T-PLANNED-SECONDS PIC 9(9).
               05 WS-T-SIEGE-PENDING PIC X.
               05 WS-T-CLOSED-PENDING PIC X.
               05 WS-T-MAINT-PENDING PIC X.
      *        Start of the stretch since the last state change.
               05 WS-T-SEGMENT-DATETIME PIC 9(14).
       01 WS-TERM-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.

      *  thirty-day month is close enough for the contract figure.
       01 MONTH-SECONDS PIC 9(9) VALUE 2592000.
       01 WS-AVAIL-PCT PIC 9(3)V99.
      *  The time the machine was meant to be serving: the month
      *  less its planned downtime.
       01 WS-SERVICE-SECONDS PIC 9(9).
       01 WS-SPAN-SECONDS PIC 9(12).

      *  Shadowed to the training copy when MODE FORMATION is on.
       01 WS-TERMEVENT-PATH PIC X(100)

           OPEN INPUT TERMINAL-PROFILES.
           OPEN OUTPUT AVAILABILITY-REPORT.
           MOVE SPACES TO AVAILABILITY-REPORT-LINE.
           STRING "DISPONIBILITE DU PARC PERIODE " WS-PERIOD
              DELIMITED BY SIZE INTO AVAILABILITY-REPORT-LINE
           END-STRING.
              MOVE 0 TO WS-T-HS-DATETIME(WS-TERM-IDX)
              MOVE 0 TO WS-T-FAULT-COUNT(WS-TERM-IDX)
              MOVE 0 TO WS-T-CASHOUT-COUNT(WS-TERM-IDX)
              MOVE 0 TO WS-T-PLANNED-SECONDS(WS-TERM-IDX)
              MOVE 'N' TO WS-T-SIEGE-PENDING(WS-TERM-IDX)
              MOVE 'N' TO WS-T-CLOSED-PENDING(WS-TERM-IDX)
              MOVE 'N' TO WS-T-MAINT-PENDING(WS-TERM-IDX)
              MOVE 0 TO WS-T-SEGMENT-DATETIME(WS-TERM-IDX)
           END-IF.

           SET WS-TERM-IDX TO WS-FOUND-IDX.
           PERFORM ADD-DOWNTIME-SPAN.
           EVALUATE TE-EVENT
              WHEN "HS"
                 IF WS-T-HS-PENDING(WS-TERM-IDX) = 'N' THEN
                    MOVE TE-DATETIME
                       TO WS-T-HS-DATETIME(WS-TERM-IDX)
                 END-IF
                 MOVE 'Y' TO WS-T-HS-PENDING(WS-TERM-IDX)
              WHEN "ES"
                 MOVE 'N' TO WS-T-HS-PENDING(WS-TERM-IDX)
              WHEN "HSSIEGE"
                 MOVE 'Y' TO WS-T-SIEGE-PENDING(WS-TERM-IDX)
              WHEN "ESSIEGE"
                 MOVE 'N' TO WS-T-SIEGE-PENDING(WS-TERM-IDX)
              WHEN "FERME"
                 MOVE 'Y' TO WS-T-CLOSED-PENDING(WS-TERM-IDX)
              WHEN "OUVERT"
                 MOVE 'N' TO WS-T-CLOSED-PENDING(WS-TERM-IDX)
              WHEN "MAINTDEB"
                 MOVE 'Y' TO WS-T-MAINT-PENDING(WS-TERM-IDX)
              WHEN "MAINTFIN"
                 MOVE 'N' TO WS-T-MAINT-PENDING(WS-TERM-IDX)
              WHEN "DISPFLT"
                 ADD 1 TO WS-T-FAULT-COUNT(WS-TERM-IDX)
              WHEN "CASHBAS"
                 CONTINUE
           END-EVALUATE.

      *    The stretch since the terminal's previous event, in
      *    seconds, day boundary included: (days apart * 86400)
      *    plus the clock difference. It is planned if any planned
      *    reason held over it, a fault if only the engineer's
      *    switch did, and uptime otherwise.
       ADD-DOWNTIME-SPAN.
           IF WS-T-SEGMENT-DATETIME(WS-TERM-IDX) NOT = 0 THEN
              MOVE WS-T-SEGMENT-DATETIME(WS-TERM-IDX) TO WS-WORK-DT
              PERFORM COMPUTE-ABS-SECONDS
              MOVE WS-ABS-SECONDS TO WS-FROM-SECONDS
              MOVE TE-DATETIME TO WS-WORK-DT
              PERFORM COMPUTE-ABS-SECONDS
              MOVE WS-ABS-SECONDS TO WS-TO-SECONDS
              MOVE 0 TO WS-SPAN-SECONDS
              IF WS-TO-SECONDS > WS-FROM-SECONDS THEN
                 COMPUTE WS-SPAN-SECONDS =
                    WS-TO-SECONDS - WS-FROM-SECONDS
              END-IF
              EVALUATE TRUE
                 WHEN WS-T-SIEGE-PENDING(WS-TERM-IDX) = 'Y'
                    OR WS-T-CLOSED-PENDING(WS-TERM-IDX) = 'Y'
                    OR WS-T-MAINT-PENDING(WS-TERM-IDX) = 'Y'
                    ADD WS-SPAN-SECONDS
                       TO WS-T-PLANNED-SECONDS(WS-TERM-IDX)
                 WHEN WS-T-HS-PENDING(WS-TERM-IDX) = 'Y'
                    ADD WS-SPAN-SECONDS
                       TO WS-T-DOWN-SECONDS(WS-TERM-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           MOVE TE-DATETIME TO WS-T-SEGMENT-DATETIME(WS-TERM-IDX).

       COMPUTE-ABS-SECONDS.
           COMPUTE WS-ABS-SECONDS =
              FUNCTION INTEGER-OF-DATE(WS-W-DATE) * 86400
              + WS-W-HH * 3600 + WS-W-MM * 60 + WS-W-SS.

      *    Availability is measured against the time the machine
      *    was meant to be serving, so closed hours and planned
      *    work do not count against it.
       WRITE-ONE-TERMINAL.
           MOVE 0 TO WS-SERVICE-SECONDS.
           IF WS-T-PLANNED-SECONDS(WS-TERM-IDX) < MONTH-SECONDS THEN
              COMPUTE WS-SERVICE-SECONDS =
                 MONTH-SECONDS - WS-T-PLANNED-SECONDS(WS-TERM-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN WS-SERVICE-SECONDS = 0
                 MOVE 0 TO WS-AVAIL-PCT
              WHEN WS-T-DOWN-SECONDS(WS-TERM-IDX)
                    >= WS-SERVICE-SECONDS
                 MOVE 0 TO WS-AVAIL-PCT
              WHEN OTHER
                 COMPUTE WS-AVAIL-PCT ROUNDED =
                    (WS-SERVICE-SECONDS
                     - WS-T-DOWN-SECONDS(WS-TERM-IDX))
                    * 100 / WS-SERVICE-SECONDS
           END-EVALUATE.

           MOVE SPACES TO TP-LOCATION.
           MOVE SPACES TO TP-BRANCH.
              END-READ
           END-IF.

           MOVE SPACES TO AVAILABILITY-REPORT-LINE.
           STRING "TERMINAL " WS-T-ID(WS-TERM-IDX)
              " agence " TP-BRANCH
              " dispo=" WS-AVAIL-PCT "%"
              " arret=" WS-T-DOWN-SECONDS(WS-TERM-IDX) "s"
              " planifie=" WS-T-PLANNED-SECONDS(WS-TERM-IDX) "s"
              " pannes=" WS-T-FAULT-COUNT(WS-TERM-IDX)
              " caisses basses="
              WS-T-CASHOUT-COUNT(WS-TERM-IDX)
           WRITE AVAILABILITY-REPORT-LINE.

           IF WS-T-HS-PENDING(WS-TERM-IDX) = 'Y' THEN
              MOVE SPACES TO AVAILABILITY-REPORT-LINE
              STRING "  A DEPANNER : hors service depuis "
                 WS-T-HS-DATETIME(WS-TERM-IDX)
                 DELIMITED BY SIZE INTO AVAILABILITY-REPORT-LINE
              WRITE AVAILABILITY-REPORT-LINE
           END-IF.
           IF WS-T-FAULT-COUNT(WS-TERM-IDX) > 0 THEN
              MOVE SPACES TO AVAILABILITY-REPORT-LINE
              STRING "  A DEPANNER : "
                 WS-T-FAULT-COUNT(WS-TERM-IDX)
                 " panne(s) distributeur sur la periode"
