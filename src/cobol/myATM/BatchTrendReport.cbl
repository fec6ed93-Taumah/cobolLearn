       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchTrendReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Every step attempt the driver has logged, night after
      *  night.
           SELECT RUN-STATUS ASSIGN TO '../../data/batchrun.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-STATUS-FS.

      *  The steps' own read counts, for the time each record
      *  costs.
           SELECT RUN-CONTROLS ASSIGN TO '../../data/runctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROLS-FS.

           SELECT TREND-REPORT ASSIGN TO '../../data/batchtrend.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Each step's norm, rewritten for the driver's next night.
           SELECT STEP-NORMS ASSIGN TO '../../data/batchnorms.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD RUN-STATUS.
       01 RUN-STATUS-RECORD.
           03 RS-DATE PIC 9(8).
           03 FILLER PIC X.
           03 RS-SEQ PIC 9(2).
           03 FILLER PIC X.
           03 RS-NAME PIC X(20).
           03 FILLER PIC X.
           03 RS-START-TIME PIC 9(6).
           03 FILLER PIC X.
           03 RS-END-TIME PIC 9(6).
           03 FILLER PIC X.
           03 RS-OUTCOME PIC X(2).

       FD RUN-CONTROLS.
       01 RUN-CONTROL-RECORD.
           03 RC-DATE PIC 9(8).
           03 FILLER PIC X.
           03 RC-STEP-NAME PIC X(20).
           03 FILLER PIC X.
           03 RC-RECORDS-READ PIC 9(7).
           03 FILLER PIC X.
           03 RC-RECORDS-WRITTEN PIC 9(7).
           03 FILLER PIC X.
           03 RC-AMOUNT-HASH PIC 9(11)V99.
           03 FILLER PIC X.
           03 RC-MUST-BALANCE PIC X.

       FD TREND-REPORT.
       01 TREND-REPORT-LINE PIC X(100).

       FD STEP-NORMS.
       COPY "BATCHNORM.cpy".

       WORKING-STORAGE SECTION.

       01 RUN-STATUS-FS PIC XX.
       01 RUN-CONTROLS-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *  The last thirty business days the chain ran, kept as a
      *  ring while the log is read: the oldest is where the
      *  trend window opens, the fifteenth most recent where its
      *  second half does.
       01 TREND-WINDOW-DAYS PIC 9(2) VALUE 30.
       01 WS-DATE-RING.
           03 WS-RING-DATE OCCURS 30 TIMES PIC 9(8).
       01 WS-DATE-COUNT PIC 9(5) VALUE 0.
       01 WS-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-RING-SLOT PIC 9(2).
       01 WS-WINDOW-START PIC 9(8) VALUE 0.
       01 WS-WINDOW-MIDDLE PIC 9(8) VALUE 0.

      *  A step that takes half as long again as its norm, and a
      *  full minute more, is worth telling operations about.
       01 ALERT-PERCENT PIC 9(3) VALUE 150.
       01 ALERT-MIN-EXCESS-SECS PIC 9(3) VALUE 60.

       01 WS-STEP-STATS.
           03 WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY WS-STEP-IDX.
               05 WS-P-NAME PIC X(20).
               05 WS-P-ALL-COUNT PIC 9(5).
               05 WS-P-ALL-SECS PIC 9(9).
               05 WS-P-ALL-WORST PIC 9(5).
               05 WS-P-WIN-COUNT PIC 9(3).
               05 WS-P-WIN-SECS PIC 9(9).
               05 WS-P-WIN-WORST PIC 9(5).
               05 WS-P-EARLY-COUNT PIC 9(3).
               05 WS-P-EARLY-SECS PIC 9(9).
               05 WS-P-LATE-COUNT PIC 9(3).
               05 WS-P-LATE-SECS PIC 9(9).
      *        The window's runs before tonight: the norm tonight's
      *        run is judged against.
               05 WS-P-PRIOR-COUNT PIC 9(3).
               05 WS-P-PRIOR-SECS PIC 9(9).
               05 WS-P-LAST-DATE PIC 9(8).
               05 WS-P-LAST-SECS PIC 9(5).
               05 WS-P-WIN-RECORDS PIC 9(11).
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX PIC 9(2) VALUE 0.

       01 WS-TIME-HHMMSS PIC 9(6).
       01 WS-TIME-PARTS REDEFINES WS-TIME-HHMMSS.
           03 WS-TIME-HH PIC 9(2).
           03 WS-TIME-MM PIC 9(2).
           03 WS-TIME-SS PIC 9(2).
       01 WS-START-SECS PIC 9(5).
       01 WS-END-SECS PIC 9(5).
       01 WS-RUN-SECS PIC 9(5).

       01 WS-ALL-AVERAGE PIC 9(5).
       01 WS-WIN-AVERAGE PIC 9(5).
       01 WS-EARLY-AVERAGE PIC 9(5).
       01 WS-LATE-AVERAGE PIC 9(5).
       01 WS-PRIOR-AVERAGE PIC 9(5).
       01 WS-TREND-PERCENT PIC S9(5).
       01 WS-TREND-EDIT PIC +ZZZ9.
       01 WS-MS-PER-RECORD PIC 9(7)V99.
       01 WS-MS-EDIT PIC Z(6)9,99.
       01 WS-ALERT-COUNT PIC 9(3) VALUE 0.

       01 WS-REPORT-ID PIC X(8) VALUE "TENDBATC".
       01 WS-REPORT-PATH PIC X(60) VALUE "../../data/batchtrend.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.

       LINKAGE SECTION.

       01 BUSINESS-DATE-IN PIC 9(8).
      *  0 = report and norms written; 1 = no run history yet.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE BUSINESS-DATE-IN STATUS-CODE.

           MOVE 0 TO STATUS-CODE.
           MOVE BUSINESS-DATE-IN TO WS-TODAY.
           MOVE 0 TO WS-DATE-COUNT.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-ALERT-COUNT.

           PERFORM FIND-TREND-WINDOW.
           IF WS-DATE-COUNT = 0 THEN
              MOVE 1 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM ACCUMULATE-STEP-RUNS.
           PERFORM ACCUMULATE-STEP-VOLUMES.

           OPEN OUTPUT TREND-REPORT.
           OPEN OUTPUT STEP-NORMS.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "TEMPS D'EXECUTION DE LA CHAINE AU " WS-TODAY
              " - FENETRE DU " WS-WINDOW-START
              DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "(durees en secondes, tendance = seconde moitie "
              "de la fenetre contre la premiere)"
              DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           PERFORM WRITE-ONE-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "ETAPES SUIVIES=" WS-STEP-COUNT
              " ALERTES=" WS-ALERT-COUNT
              DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           CLOSE TREND-REPORT.
           CLOSE STEP-NORMS.

           CALL "ArchiveReport" USING BY REFERENCE WS-REPORT-ID
              WS-REPORT-PATH WS-ARCHIVE-STATUS.

           EXIT PROGRAM.

      *    The log is in run order, so each new date is the next
      *    business day the chain ran.
       FIND-TREND-WINDOW.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUN-STATUS.
           IF RUN-STATUS-FS NOT = "00" THEN
              CLOSE RUN-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-STATUS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RS-DATE NOT = WS-LAST-DATE
                          AND RS-DATE NOT > WS-TODAY THEN
                       MOVE RS-DATE TO WS-LAST-DATE
                       ADD 1 TO WS-DATE-COUNT
                       COMPUTE WS-RING-SLOT = FUNCTION MOD(
                          WS-DATE-COUNT - 1, TREND-WINDOW-DAYS) + 1
                       MOVE RS-DATE TO WS-RING-DATE(WS-RING-SLOT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-STATUS.
           IF WS-DATE-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-DATE-COUNT NOT > TREND-WINDOW-DAYS THEN
              MOVE WS-RING-DATE(1) TO WS-WINDOW-START
           ELSE
              COMPUTE WS-RING-SLOT = FUNCTION MOD(
                 WS-DATE-COUNT, TREND-WINDOW-DAYS) + 1
              MOVE WS-RING-DATE(WS-RING-SLOT) TO WS-WINDOW-START
           END-IF.
           IF WS-DATE-COUNT < 15 THEN
              MOVE WS-RING-DATE(1) TO WS-WINDOW-MIDDLE
           ELSE
              COMPUTE WS-RING-SLOT = FUNCTION MOD(
                 WS-DATE-COUNT - 15, TREND-WINDOW-DAYS) + 1
              MOVE WS-RING-DATE(WS-RING-SLOT) TO WS-WINDOW-MIDDLE
           END-IF.

      *    Only the good runs count: a step that died after ten
      *    seconds says nothing about how long it takes.
       ACCUMULATE-STEP-RUNS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUN-STATUS.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-STATUS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RS-OUTCOME = "OK"
                          AND RS-DATE NOT > WS-TODAY THEN
                       PERFORM ADD-ONE-RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-STATUS.

       ADD-ONE-RUN.
           PERFORM FIND-OR-ADD-STEP.
           IF WS-FOUND-IDX = 0 THEN
              EXIT PARAGRAPH
           END-IF.

      *    A step that starts before midnight and ends after it.
           MOVE RS-START-TIME TO WS-TIME-HHMMSS.
           COMPUTE WS-START-SECS =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE RS-END-TIME TO WS-TIME-HHMMSS.
           COMPUTE WS-END-SECS =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           IF WS-END-SECS < WS-START-SECS THEN
              COMPUTE WS-RUN-SECS =
                 WS-END-SECS + 86400 - WS-START-SECS
           ELSE
              COMPUTE WS-RUN-SECS = WS-END-SECS - WS-START-SECS
           END-IF.

           ADD 1 TO WS-P-ALL-COUNT(WS-FOUND-IDX).
           ADD WS-RUN-SECS TO WS-P-ALL-SECS(WS-FOUND-IDX).
           IF WS-RUN-SECS > WS-P-ALL-WORST(WS-FOUND-IDX) THEN
              MOVE WS-RUN-SECS TO WS-P-ALL-WORST(WS-FOUND-IDX)
           END-IF.
           MOVE RS-DATE TO WS-P-LAST-DATE(WS-FOUND-IDX).
           MOVE WS-RUN-SECS TO WS-P-LAST-SECS(WS-FOUND-IDX).

           IF RS-DATE < WS-WINDOW-START THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-P-WIN-COUNT(WS-FOUND-IDX).
           ADD WS-RUN-SECS TO WS-P-WIN-SECS(WS-FOUND-IDX).
           IF WS-RUN-SECS > WS-P-WIN-WORST(WS-FOUND-IDX) THEN
              MOVE WS-RUN-SECS TO WS-P-WIN-WORST(WS-FOUND-IDX)
           END-IF.
           IF RS-DATE < WS-WINDOW-MIDDLE THEN
              ADD 1 TO WS-P-EARLY-COUNT(WS-FOUND-IDX)
              ADD WS-RUN-SECS TO WS-P-EARLY-SECS(WS-FOUND-IDX)
           ELSE
              ADD 1 TO WS-P-LATE-COUNT(WS-FOUND-IDX)
              ADD WS-RUN-SECS TO WS-P-LATE-SECS(WS-FOUND-IDX)
           END-IF.
           IF RS-DATE < WS-TODAY THEN
              ADD 1 TO WS-P-PRIOR-COUNT(WS-FOUND-IDX)
              ADD WS-RUN-SECS TO WS-P-PRIOR-SECS(WS-FOUND-IDX)
           END-IF.

       FIND-OR-ADD-STEP.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
              IF WS-P-NAME(WS-STEP-IDX) = RS-NAME THEN
                 SET WS-FOUND-IDX TO WS-STEP-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = 0 OR WS-STEP-COUNT = 40 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-FOUND-IDX.
           INITIALIZE WS-STEP-ENTRY(WS-FOUND-IDX).
           MOVE RS-NAME TO WS-P-NAME(WS-FOUND-IDX).

      *    The volume a step reports under its own name in the run
      *    controls; a step that records none shows no throughput.
       ACCUMULATE-STEP-VOLUMES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUN-CONTROLS.
           IF RUN-CONTROLS-FS NOT = "00" THEN
              CLOSE RUN-CONTROLS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-CONTROLS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RC-DATE NOT < WS-WINDOW-START
                          AND RC-DATE NOT > WS-TODAY THEN
                       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                             UNTIL WS-STEP-IDX > WS-STEP-COUNT
                          IF WS-P-NAME(WS-STEP-IDX)
                                = RC-STEP-NAME THEN
                             ADD RC-RECORDS-READ
                                TO WS-P-WIN-RECORDS(WS-STEP-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-CONTROLS.

       WRITE-ONE-STEP.
           COMPUTE WS-ALL-AVERAGE ROUNDED =
              WS-P-ALL-SECS(WS-STEP-IDX)
              / WS-P-ALL-COUNT(WS-STEP-IDX).
           MOVE 0 TO WS-WIN-AVERAGE.
           IF WS-P-WIN-COUNT(WS-STEP-IDX) > 0 THEN
              COMPUTE WS-WIN-AVERAGE ROUNDED =
                 WS-P-WIN-SECS(WS-STEP-IDX)
                 / WS-P-WIN-COUNT(WS-STEP-IDX)
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "ETAPE " WS-P-NAME(WS-STEP-IDX)
              " EXECUTIONS=" WS-P-ALL-COUNT(WS-STEP-IDX)
              " MOYENNE=" WS-ALL-AVERAGE
              " PIRE=" WS-P-ALL-WORST(WS-STEP-IDX)
              DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "  30 JOURS : EXECUTIONS="
              WS-P-WIN-COUNT(WS-STEP-IDX)
              " MOYENNE=" WS-WIN-AVERAGE
              " PIRE=" WS-P-WIN-WORST(WS-STEP-IDX)
              DELIMITED BY SIZE INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           IF WS-P-EARLY-COUNT(WS-STEP-IDX) > 0
                 AND WS-P-LATE-COUNT(WS-STEP-IDX) > 0 THEN
              COMPUTE WS-EARLY-AVERAGE ROUNDED =
                 WS-P-EARLY-SECS(WS-STEP-IDX)
                 / WS-P-EARLY-COUNT(WS-STEP-IDX)
              COMPUTE WS-LATE-AVERAGE ROUNDED =
                 WS-P-LATE-SECS(WS-STEP-IDX)
                 / WS-P-LATE-COUNT(WS-STEP-IDX)
              IF WS-EARLY-AVERAGE > 0 THEN
                 COMPUTE WS-TREND-PERCENT ROUNDED =
                    (WS-LATE-AVERAGE - WS-EARLY-AVERAGE) * 100
                    / WS-EARLY-AVERAGE
              ELSE
                 MOVE 0 TO WS-TREND-PERCENT
              END-IF
              MOVE WS-TREND-PERCENT TO WS-TREND-EDIT
              MOVE SPACES TO TREND-REPORT-LINE
              STRING "  TENDANCE : " WS-EARLY-AVERAGE " -> "
                 WS-LATE-AVERAGE " (" WS-TREND-EDIT " %)"
                 DELIMITED BY SIZE INTO TREND-REPORT-LINE
              END-STRING
              WRITE TREND-REPORT-LINE
           END-IF.

           IF WS-P-WIN-RECORDS(WS-STEP-IDX) > 0 THEN
              COMPUTE WS-MS-PER-RECORD ROUNDED =
                 WS-P-WIN-SECS(WS-STEP-IDX) * 1000
                 / WS-P-WIN-RECORDS(WS-STEP-IDX)
              MOVE WS-MS-PER-RECORD TO WS-MS-EDIT
              MOVE SPACES TO TREND-REPORT-LINE
              STRING "  DEBIT : " WS-P-WIN-RECORDS(WS-STEP-IDX)
                 " enregistrement(s) lus, " WS-MS-EDIT
                 " ms par enregistrement"
                 DELIMITED BY SIZE INTO TREND-REPORT-LINE
              END-STRING
              WRITE TREND-REPORT-LINE
           END-IF.

           IF WS-P-LAST-DATE(WS-STEP-IDX) = WS-TODAY
                 AND WS-P-PRIOR-COUNT(WS-STEP-IDX) > 0 THEN
              COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                 WS-P-PRIOR-SECS(WS-STEP-IDX)
                 / WS-P-PRIOR-COUNT(WS-STEP-IDX)
              IF WS-P-LAST-SECS(WS-STEP-IDX) * 100
                    > WS-PRIOR-AVERAGE * ALERT-PERCENT
                    AND WS-P-LAST-SECS(WS-STEP-IDX)
                    > WS-PRIOR-AVERAGE + ALERT-MIN-EXCESS-SECS THEN
                 ADD 1 TO WS-ALERT-COUNT
                 MOVE SPACES TO TREND-REPORT-LINE
                 STRING "  ALERTE : cette nuit "
                    WS-P-LAST-SECS(WS-STEP-IDX)
                    " s contre une norme de " WS-PRIOR-AVERAGE " s"
                    DELIMITED BY SIZE INTO TREND-REPORT-LINE
                 END-STRING
                 WRITE TREND-REPORT-LINE
              END-IF
           END-IF.

           IF WS-P-WIN-COUNT(WS-STEP-IDX) > 0 THEN
              MOVE SPACES TO BATCH-NORM-RECORD
              MOVE WS-P-NAME(WS-STEP-IDX) TO BN-STEP-NAME
              MOVE WS-WIN-AVERAGE TO BN-AVERAGE-SECS
              MOVE WS-P-WIN-WORST(WS-STEP-IDX) TO BN-WORST-SECS
              MOVE WS-P-WIN-COUNT(WS-STEP-IDX) TO BN-RUN-COUNT
              WRITE BATCH-NORM-RECORD
           END-IF.

       END PROGRAM BatchTrendReport.
