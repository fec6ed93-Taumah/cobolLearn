              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROLS-FS.

      *  The nightly extract's feed controls, and each feed in
      *  turn: every feed is recounted against the extract's
      *  single read of the log before the next step, so no
      *  reader ever starts on a short or doubled feed.
           SELECT FEED-CONTROLS ASSIGN TO '../../data/feedctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEED-CONTROLS-FS.

           SELECT FEED-FILE ASSIGN TO WS-FEED-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEED-FILE-FS.

      *  Each step's normal run time, from the trend report the
      *  driver has built at the end of the previous night.
           SELECT STEP-NORMS ASSIGN TO '../../data/batchnorms.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-NORMS-FS.

      *  The alert lines operations watch during the night: a step
      *  well over its norm, a chain forecast to miss the opening.
           SELECT OPS-ALERTS ASSIGN TO '../../data/batchalert.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           03 FILLER PIC X.
           03 RC-MUST-BALANCE PIC X.

       FD FEED-CONTROLS.
       COPY "FEEDCTL.cpy".

       FD FEED-FILE.
       COPY "TRANLOGREC.cpy".

       FD STEP-NORMS.
       COPY "BATCHNORM.cpy".

       FD OPS-ALERTS.
       01 OPS-ALERT-RECORD.
           03 OA-DATE PIC 9(8).
           03 FILLER PIC X.
           03 OA-TIME PIC 9(6).
           03 FILLER PIC X.
           03 OA-TEXT PIC X(80).

       WORKING-STORAGE SECTION.

       01 STEPS-FS PIC XX.
       01 RUN-STATUS-FS PIC XX.
       01 RUN-CONTROLS-FS PIC XX.
       01 WS-CONTROLS-EOF PIC X VALUE 'N'.
       01 FEED-CONTROLS-FS PIC XX.
       01 FEED-FILE-FS PIC XX.
       01 STEP-NORMS-FS PIC XX.
       01 WS-FEED-PATH PIC X(40).
       01 WS-FEED-EOF PIC X VALUE 'N'.
       01 WS-FEED-FILE-EOF PIC X VALUE 'N'.

      *  The extract run last proven good; a rerun of the extract
      *  stamps a new run time and is proven afresh.
       01 WS-FEEDS-VERIFIED PIC X VALUE 'N'.
       01 WS-FEEDS-VERIFIED-TIME PIC 9(6) VALUE 0.
       01 WS-FEEDS-RUN-TIME PIC 9(6) VALUE 0.
       01 WS-FEEDS-ALREADY-DONE PIC X VALUE 'N'.
       01 WS-FEEDS-CHECKED PIC 9(2) VALUE 0.
       01 WS-SOURCE-ROWS PIC 9(7) VALUE 0.
       01 WS-SOURCE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-FEED-ROWS PIC 9(7) VALUE 0.
       01 WS-FEED-HASH PIC 9(11)V99 VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
               05 WS-S-NAME PIC X(20).
               05 WS-S-COMMAND PIC X(60).
               05 WS-S-DONE-TODAY PIC X.
      *        Seconds; zero for a step with no history yet.
               05 WS-S-NORM-SECS PIC 9(5).
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.

       01 WS-CHAIN-BROKEN PIC X VALUE 'N'.
       01 COMMAND-STATUS PIC S9(4) VALUE 0.
       01 WS-COMMAND PIC X(60).

      *  The online day opens at this time (HHMMSS); the chain is
      *  forecast against it after every step.
       01 WS-DEADLINE-RAW PIC X(6).
       01 WS-DEADLINE PIC 9(6) VALUE 060000.
      *  A step half as long again as its norm, and a full minute
      *  more, is well beyond it.
       01 ALERT-PERCENT PIC 9(3) VALUE 150.
       01 ALERT-MIN-EXCESS-SECS PIC 9(3) VALUE 60.
       01 WS-TIME-HHMMSS PIC 9(6).
       01 WS-TIME-PARTS REDEFINES WS-TIME-HHMMSS.
           03 WS-TIME-HH PIC 9(2).
           03 WS-TIME-MM PIC 9(2).
           03 WS-TIME-SS PIC 9(2).
       01 WS-TIME-SECS PIC 9(5).
      *  Counted in seconds from the chain's start, so a night that
      *  crosses midnight still adds up.
       01 WS-CHAIN-START-SECS PIC 9(5).
       01 WS-ELAPSED-SECS PIC 9(6).
       01 WS-DEADLINE-OFFSET PIC 9(6).
       01 WS-FORECAST-OFFSET PIC 9(6).
       01 WS-REMAINING-SECS PIC 9(6).
       01 WS-STEP-SECS PIC 9(5).
       01 WS-STEP-START-SECS PIC 9(5).
       01 WS-FORECAST-TIME PIC 9(6).
       01 WS-FORECAST-PARTS REDEFINES WS-FORECAST-TIME.
           03 WS-FORECAST-HH PIC 9(2).
           03 WS-FORECAST-MM PIC 9(2).
           03 WS-FORECAST-SS PIC 9(2).
       01 WS-FORECAST-WORK PIC 9(6).
       01 WS-DEADLINE-ALERTED PIC X VALUE 'N'.
       01 WS-NORM-IDX PIC 9(2).
      *  The last step run; the steps after it are still to come.
       01 WS-FORECAST-FROM PIC 9(2) VALUE 0.
       01 WS-ALERT-TEXT PIC X(80).

      *  The morning exceptions worklist, built once the chain is
      *  over.
       01 WS-EXCEPTIONS-OPEN PIC 9(5) VALUE 0.
       01 WS-DIGEST-STATUS PIC 9 VALUE 0.

      *  The digest is filed in the report repository like the
      *  chain's own reports, and the repository trimmed of the
      *  copies past their retention.
       01 WS-DIGEST-REPORT-ID PIC X(8) VALUE "EXCEPTNS".
       01 WS-DIGEST-PATH PIC X(60) VALUE "../../data/excdigest.dat".
       01 WS-ARCHIVE-STATUS PIC 9 VALUE 0.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.
       01 WS-PURGE-STATUS PIC 9 VALUE 0.

       01 WS-TREND-STATUS PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *    The run-status rows are keyed on the business date, not
           END-IF.

           PERFORM MARK-STEPS-ALREADY-DONE.
           PERFORM LOAD-STEP-NORMS.

           ACCEPT WS-DEADLINE-RAW FROM ENVIRONMENT "BATCH_DEADLINE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-DEADLINE-RAW IS NUMERIC THEN
              MOVE WS-DEADLINE-RAW TO WS-DEADLINE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME-HHMMSS.
           PERFORM CONVERT-TIME-TO-SECS.
           MOVE WS-TIME-SECS TO WS-CHAIN-START-SECS.
           MOVE WS-DEADLINE TO WS-TIME-HHMMSS.
           PERFORM CONVERT-TIME-TO-SECS.
           IF WS-TIME-SECS < WS-CHAIN-START-SECS THEN
              COMPUTE WS-DEADLINE-OFFSET =
                 WS-TIME-SECS + 86400 - WS-CHAIN-START-SECS
           ELSE
              COMPUTE WS-DEADLINE-OFFSET =
                 WS-TIME-SECS - WS-CHAIN-START-SECS
           END-IF.
           MOVE 0 TO WS-FORECAST-FROM.
           PERFORM FORECAST-CHAIN-FINISH.

      *    A chain resumed after tonight's extract already ran
      *    proves its feeds again before any reader starts.
           PERFORM VERIFY-EXTRACT-FEEDS.

           PERFORM RUN-ONE-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
                 " deja faite(s)"
           END-IF.

      *    Tonight's run times join the history, and tomorrow's
      *    norms are drawn from it.
           CALL "BatchTrendReport" USING BY REFERENCE WS-TODAY
              WS-TREND-STATUS.

      *    Built whether or not the chain finished: a broken night
      *    is exactly when the back office needs to see what was
      *    rejected before it stopped.
           CALL "ExceptionDigest" USING BY REFERENCE WS-TODAY
              WS-EXCEPTIONS-OPEN WS-DIGEST-STATUS.
           IF WS-DIGEST-STATUS = 0 THEN
              DISPLAY "Exceptions ouvertes ce matin : "
                 WS-EXCEPTIONS-OPEN " (voir excdigest.dat)"
              CALL "ArchiveReport" USING BY REFERENCE
                 WS-DIGEST-REPORT-ID WS-DIGEST-PATH WS-ARCHIVE-STATUS
           ELSE
              DISPLAY "Liste des exceptions non construite"
           END-IF.

           CALL "PurgeReportRepository" USING BY REFERENCE WS-TODAY
              WS-PURGED-COUNT WS-PURGE-STATUS.
           IF WS-PURGE-STATUS = 0 THEN
              DISPLAY "Rapports archives purges : " WS-PURGED-COUNT
           ELSE
              DISPLAY "Archive des rapports inaccessible, non purgee"
           END-IF.

           STOP RUN.

       LOAD-STEP-DEFINITIONS.
           DISPLAY "Etape " WS-S-SEQ(WS-STEP-IDX) " : "
              WS-S-NAME(WS-STEP-IDX).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME.
           MOVE WS-START-TIME TO WS-TIME-HHMMSS.
           PERFORM CONVERT-TIME-TO-SECS.
           MOVE WS-TIME-SECS TO WS-STEP-START-SECS.
           MOVE WS-S-COMMAND(WS-STEP-IDX) TO WS-COMMAND.

           CALL 'SYSTEM' USING WS-COMMAND
              RETURNING COMMAND-STATUS.

      *    A step that has just cut new feeds is only done once
      *    they recount; if not it is logged KO, so the rerun
      *    starts again at the extract.
           IF COMMAND-STATUS = 0 THEN
              PERFORM VERIFY-EXTRACT-FEEDS
              IF WS-CHAIN-BROKEN = 'Y' THEN
                 MOVE 8 TO COMMAND-STATUS
              END-IF
           END-IF.

           PERFORM WRITE-STEP-STATUS.

           IF COMMAND-STATUS NOT = 0 THEN
           ELSE
              ADD 1 TO WS-RUN-COUNT
              PERFORM VERIFY-RUN-CONTROLS
              PERFORM CHECK-STEP-AGAINST-NORM
              SET WS-FORECAST-FROM TO WS-STEP-IDX
              PERFORM FORECAST-CHAIN-FINISH
           END-IF.

       CHECK-STEP-AGAINST-NORM.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME-HHMMSS.
           PERFORM CONVERT-TIME-TO-SECS.
           IF WS-TIME-SECS < WS-STEP-START-SECS THEN
              COMPUTE WS-STEP-SECS =
                 WS-TIME-SECS + 86400 - WS-STEP-START-SECS
           ELSE
              COMPUTE WS-STEP-SECS = WS-TIME-SECS - WS-STEP-START-SECS
           END-IF.
           IF WS-S-NORM-SECS(WS-STEP-IDX) = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-SECS * 100
                 > WS-S-NORM-SECS(WS-STEP-IDX) * ALERT-PERCENT
                 AND WS-STEP-SECS
                 > WS-S-NORM-SECS(WS-STEP-IDX)
                    + ALERT-MIN-EXCESS-SECS THEN
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "ETAPE " WS-S-NAME(WS-STEP-IDX)
                 " " WS-STEP-SECS " s, norme "
                 WS-S-NORM-SECS(WS-STEP-IDX) " s"
                 DELIMITED BY SIZE INTO WS-ALERT-TEXT
              END-STRING
              PERFORM WRITE-OPS-ALERT
           END-IF.

      *    Now, plus the norm of every step still to run tonight.
      *    Raised once a night: the first forecast past the
      *    opening is the one operations needs.
       FORECAST-CHAIN-FINISH.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME-HHMMSS.
           PERFORM CONVERT-TIME-TO-SECS.
           IF WS-TIME-SECS < WS-CHAIN-START-SECS THEN
              COMPUTE WS-ELAPSED-SECS =
                 WS-TIME-SECS + 86400 - WS-CHAIN-START-SECS
           ELSE
              COMPUTE WS-ELAPSED-SECS =
                 WS-TIME-SECS - WS-CHAIN-START-SECS
           END-IF.
           MOVE 0 TO WS-REMAINING-SECS.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                 UNTIL WS-NORM-IDX > WS-STEP-COUNT
              IF WS-NORM-IDX > WS-FORECAST-FROM
                    AND WS-S-DONE-TODAY(WS-NORM-IDX) NOT = 'Y' THEN
                 ADD WS-S-NORM-SECS(WS-NORM-IDX) TO WS-REMAINING-SECS
              END-IF
           END-PERFORM.
           COMPUTE WS-FORECAST-OFFSET =
              WS-ELAPSED-SECS + WS-REMAINING-SECS.
           COMPUTE WS-FORECAST-WORK = FUNCTION MOD(
              WS-CHAIN-START-SECS + WS-FORECAST-OFFSET, 86400).
           COMPUTE WS-FORECAST-HH = WS-FORECAST-WORK / 3600.
           COMPUTE WS-FORECAST-MM =
              FUNCTION MOD(WS-FORECAST-WORK, 3600) / 60.
           COMPUTE WS-FORECAST-SS = FUNCTION MOD(WS-FORECAST-WORK, 60).
           DISPLAY "Fin de chaine prevue a " WS-FORECAST-TIME
              " (ouverture " WS-DEADLINE ")".
           IF WS-FORECAST-OFFSET > WS-DEADLINE-OFFSET
                 AND WS-DEADLINE-ALERTED = 'N' THEN
              MOVE 'Y' TO WS-DEADLINE-ALERTED
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "FIN DE CHAINE PREVUE A " WS-FORECAST-TIME
                 " APRES L'OUVERTURE DE " WS-DEADLINE
                 DELIMITED BY SIZE INTO WS-ALERT-TEXT
              END-STRING
              PERFORM WRITE-OPS-ALERT
           END-IF.

       CONVERT-TIME-TO-SECS.
           COMPUTE WS-TIME-SECS =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

       WRITE-OPS-ALERT.
           DISPLAY "ALERTE : " WS-ALERT-TEXT.
           OPEN EXTEND OPS-ALERTS.
           MOVE SPACES TO OPS-ALERT-RECORD.
           MOVE WS-TODAY TO OA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OA-TIME.
           MOVE WS-ALERT-TEXT TO OA-TEXT.
           WRITE OPS-ALERT-RECORD.
           CLOSE OPS-ALERTS.

      *    A step with no good run in the window yet has no norm
      *    and adds nothing to the forecast.
       LOAD-STEP-NORMS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE 0 TO WS-S-NORM-SECS(WS-STEP-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STEP-NORMS.
           IF STEP-NORMS-FS NOT = "00" THEN
              CLOSE STEP-NORMS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STEP-NORMS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                          UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       IF WS-S-NAME(WS-STEP-IDX) = BN-STEP-NAME THEN
                          MOVE BN-AVERAGE-SECS
                             TO WS-S-NORM-SECS(WS-STEP-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE STEP-NORMS.

      *    Tonight's control rows, reread whole after every step:
      *    a step that read 4000 and wrote 3990 breaks the chain
      *    here, not at audit time.
           END-PERFORM.
           CLOSE RUN-CONTROLS.

      *    Today's extract, once per extract run: every feed must
      *    hold exactly the rows and amount hash the extract says
      *    it wrote, the full ledger copy must match the single
      *    read of the log, and no filtered feed may hold more
      *    than the log did. Checked as soon as the extract step
      *    returns, so the readers never start on a bad feed.
       VERIFY-EXTRACT-FEEDS.
           MOVE 'N' TO WS-FEED-EOF.
           MOVE 'N' TO WS-FEEDS-ALREADY-DONE.
           MOVE 0 TO WS-FEEDS-CHECKED.
           OPEN INPUT FEED-CONTROLS.
           IF FEED-CONTROLS-FS NOT = "00" THEN
              CLOSE FEED-CONTROLS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
              READ FEED-CONTROLS
                 AT END
                    MOVE 'Y' TO WS-FEED-EOF
                 NOT AT END
                    IF FC-DATE = WS-TODAY THEN
                       PERFORM VERIFY-ONE-FEED-CONTROL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-CONTROLS.

           IF WS-FEEDS-CHECKED > 0 AND WS-CHAIN-BROKEN NOT = 'Y'
                 THEN
              MOVE 'Y' TO WS-FEEDS-VERIFIED
              MOVE WS-FEEDS-RUN-TIME TO WS-FEEDS-VERIFIED-TIME
              DISPLAY "Flux d'extraction controles : "
                 WS-FEEDS-CHECKED " flux, " WS-SOURCE-ROWS
                 " ligne(s) source"
           END-IF.

       VERIFY-ONE-FEED-CONTROL.
           IF FC-IS-SOURCE THEN
              IF WS-FEEDS-VERIFIED = 'Y'
                    AND FC-RUN-TIME = WS-FEEDS-VERIFIED-TIME THEN
                 MOVE 'Y' TO WS-FEEDS-ALREADY-DONE
                 MOVE 'Y' TO WS-FEED-EOF
              ELSE
                 MOVE FC-RUN-TIME TO WS-FEEDS-RUN-TIME
                 MOVE FC-ROWS TO WS-SOURCE-ROWS
                 MOVE FC-AMOUNT-HASH TO WS-SOURCE-HASH
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-FEEDS-ALREADY-DONE = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FEEDS-CHECKED.
           PERFORM COUNT-ONE-FEED.

           IF FEED-FILE-FS = "35" THEN
              DISPLAY "RUPTURE DE CONTROLE flux " FC-FEED
                 " absent : " FC-PATH
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF.
           IF WS-FEED-ROWS NOT = FC-ROWS
                 OR WS-FEED-HASH NOT = FC-AMOUNT-HASH THEN
              DISPLAY "RUPTURE DE CONTROLE flux " FC-FEED
                 " annonce=" FC-ROWS " relu=" WS-FEED-ROWS
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF.
           IF FC-IS-FULL-COPY
                 AND (FC-ROWS NOT = WS-SOURCE-ROWS
                    OR FC-AMOUNT-HASH NOT = WS-SOURCE-HASH) THEN
              DISPLAY "RUPTURE DE CONTROLE flux " FC-FEED
                 " ecrites=" FC-ROWS " lues=" WS-SOURCE-ROWS
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF.
           IF FC-ROWS > WS-SOURCE-ROWS THEN
              DISPLAY "RUPTURE DE CONTROLE flux " FC-FEED
                 " plus de lignes que la source"
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF.
           IF WS-CHAIN-BROKEN = 'Y' THEN
              DISPLAY "Relancer TranlogExtract avant de reprendre"
              MOVE 'Y' TO WS-FEED-EOF
           END-IF.

       COUNT-ONE-FEED.
           MOVE 0 TO WS-FEED-ROWS.
           MOVE 0 TO WS-FEED-HASH.
           MOVE FC-PATH TO WS-FEED-PATH.
           MOVE 'N' TO WS-FEED-FILE-EOF.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-FS NOT = "00" THEN
              MOVE 'Y' TO WS-FEED-FILE-EOF
           END-IF.
           PERFORM UNTIL WS-FEED-FILE-EOF = 'Y'
              READ FEED-FILE
                 AT END
                    MOVE 'Y' TO WS-FEED-FILE-EOF
                 NOT AT END
                    ADD 1 TO WS-FEED-ROWS
                    ADD TL-AMOUNT TO WS-FEED-HASH
              END-READ
           END-PERFORM.
           IF FEED-FILE-FS NOT = "35" THEN
              CLOSE FEED-FILE
           END-IF.

       WRITE-STEP-STATUS.
           OPEN EXTEND RUN-STATUS.
           MOVE WS-TODAY TO RS-DATE.
