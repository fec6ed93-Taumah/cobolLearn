       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranlogExtract.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Read once, top to bottom, after the night's posting steps
      *  have all appended to it and before any reader runs.
           SELECT TRANLOG-RECORDS ASSIGN TO '../../data/tranlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLOG-FS.

      *  The feeds, one per downstream reader, each a TRANLOG
      *  layout file so the reader only changes where it looks.
      *  The ledger gets every row in log order.
           SELECT GL-FEED ASSIGN TO '../../data/feedgl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The business day's rows in log order, for the network
      *  settlement file.
           SELECT SETTLE-FEED ASSIGN TO '../../data/feedsettle.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The business day's rows by account, for the end-of-day
      *  reconciliation.
           SELECT EOD-FEED ASSIGN TO '../../data/feedeod.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Cash in, cash out and outgoing transfers by account and
      *  time, for the AML patterns.
           SELECT AML-FEED ASSIGN TO '../../data/feedaml.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The month's rows by branch and type, for the branch
      *  profitability report.
           SELECT BRANCH-FEED ASSIGN TO '../../data/feedbranch.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Customer-initiated rows by account, for the dormancy
      *  review.
           SELECT ACTIVITY-FEED ASSIGN TO '../../data/feedact.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  Unsorted cuts of the sorted feeds, handed to the sort;
      *  the log itself is never read a second time.
           SELECT EOD-STAGE ASSIGN TO '../../data/stageeod.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AML-STAGE ASSIGN TO '../../data/stageaml.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-STAGE ASSIGN TO '../../data/stagebranch.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-STAGE ASSIGN TO '../../data/stageact.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO '../../data/feedsort.tmp'.

           SELECT FEED-CONTROLS ASSIGN TO '../../data/feedctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD TRANLOG-RECORDS.
       COPY "TRANLOGREC.cpy".

       FD GL-FEED.
       01 GL-FEED-LINE PIC X(79).

       FD SETTLE-FEED.
       01 SETTLE-FEED-LINE PIC X(79).

       FD EOD-FEED.
       01 EOD-FEED-LINE PIC X(79).

       FD AML-FEED.
       01 AML-FEED-LINE PIC X(79).

       FD BRANCH-FEED.
       01 BRANCH-FEED-LINE PIC X(79).

       FD ACTIVITY-FEED.
       01 ACTIVITY-FEED-LINE PIC X(79).

       FD EOD-STAGE.
       01 EOD-STAGE-LINE PIC X(79).

       FD AML-STAGE.
       01 AML-STAGE-LINE PIC X(79).

       FD BRANCH-STAGE.
       01 BRANCH-STAGE-LINE PIC X(79).

       FD ACTIVITY-STAGE.
       01 ACTIVITY-STAGE-LINE PIC X(79).

      *  The TRANLOG row seen by the sort: only the keys are named.
       SD SORT-WORK.
       01 SORT-RECORD.
           03 SX-PIN PIC 9(4).
           03 FILLER PIC X.
           03 SX-ACCT-NO PIC 9(2).
           03 FILLER PIC X.
           03 SX-TYPE PIC X(4).
           03 FILLER PIC X(22).
           03 SX-DATETIME PIC 9(14).
           03 FILLER PIC X(20).
           03 SX-BRANCH PIC X(2).
           03 FILLER PIC X(9).

       FD FEED-CONTROLS.
       COPY "FEEDCTL.cpy".

       WORKING-STORAGE SECTION.

       01 TRANLOG-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-MONTH PIC 9(6).
       01 WS-RUN-TIME PIC 9(6).

       01 WS-WORK-TYPE PIC X(4).
      *    The same list the dormancy review wakes an account on.
           88 WS-CUSTOMER-INITIATED VALUE "RETR" "DEPO" "XOUT"
              "XIN " "FACT" "LNXR" "CHQC".
           88 WS-AML-RELEVANT VALUE "DEPO" "RETR" "XOUT".

      *  What the single read saw, and what each feed was given.
       01 WS-SOURCE-ROWS PIC 9(7) VALUE 0.
       01 WS-SOURCE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-GL-ROWS PIC 9(7) VALUE 0.
       01 WS-GL-HASH PIC 9(11)V99 VALUE 0.
       01 WS-SETTLE-ROWS PIC 9(7) VALUE 0.
       01 WS-SETTLE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-EOD-ROWS PIC 9(7) VALUE 0.
       01 WS-EOD-HASH PIC 9(11)V99 VALUE 0.
       01 WS-AML-ROWS PIC 9(7) VALUE 0.
       01 WS-AML-HASH PIC 9(11)V99 VALUE 0.
       01 WS-BRANCH-ROWS PIC 9(7) VALUE 0.
       01 WS-BRANCH-HASH PIC 9(11)V99 VALUE 0.
       01 WS-ACTIVITY-ROWS PIC 9(7) VALUE 0.
       01 WS-ACTIVITY-HASH PIC 9(11)V99 VALUE 0.

      *  One control row being written.
       01 WS-C-FEED PIC X(8).
       01 WS-C-PATH PIC X(40).
       01 WS-C-ROWS PIC 9(7).
       01 WS-C-HASH PIC 9(11)V99.

      *  The ledger feed is a full copy: every row read must be
      *  written, which the driver holds the step to.
       01 WS-STEP-NAME PIC X(20) VALUE "EXTRACTION".
       01 WS-MUST-BALANCE PIC X VALUE 'Y'.

       PROCEDURE DIVISION.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.

           OPEN OUTPUT GL-FEED.
           OPEN OUTPUT SETTLE-FEED.
           OPEN OUTPUT EOD-STAGE.
           OPEN OUTPUT AML-STAGE.
           OPEN OUTPUT BRANCH-STAGE.
           OPEN OUTPUT ACTIVITY-STAGE.

      *    No log tonight still cuts empty feeds: a reader must
      *    never find yesterday's rows where tonight's belong.
           OPEN INPUT TRANLOG-RECORDS.
           IF TRANLOG-FS = "35" THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRANLOG-RECORDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-SOURCE-ROWS
                    ADD TL-AMOUNT TO WS-SOURCE-HASH
                    PERFORM ROUTE-ONE-ROW
              END-READ
           END-PERFORM.
           IF TRANLOG-FS NOT = "35" THEN
              CLOSE TRANLOG-RECORDS
           END-IF.

           CLOSE GL-FEED.
           CLOSE SETTLE-FEED.
           CLOSE EOD-STAGE.
           CLOSE AML-STAGE.
           CLOSE BRANCH-STAGE.
           CLOSE ACTIVITY-STAGE.

           SORT SORT-WORK
              ON ASCENDING KEY SX-PIN SX-ACCT-NO SX-DATETIME
              USING EOD-STAGE
              GIVING EOD-FEED.
           SORT SORT-WORK
              ON ASCENDING KEY SX-PIN SX-ACCT-NO SX-DATETIME
              USING AML-STAGE
              GIVING AML-FEED.
           SORT SORT-WORK
              ON ASCENDING KEY SX-BRANCH SX-TYPE SX-DATETIME
              USING BRANCH-STAGE
              GIVING BRANCH-FEED.
           SORT SORT-WORK
              ON ASCENDING KEY SX-PIN SX-ACCT-NO SX-DATETIME
              USING ACTIVITY-STAGE
              GIVING ACTIVITY-FEED.

           PERFORM WRITE-FEED-CONTROLS.

           CALL "RecordRunControl" USING BY REFERENCE WS-STEP-NAME
              WS-SOURCE-ROWS WS-GL-ROWS WS-SOURCE-HASH
              WS-MUST-BALANCE.

           DISPLAY "Extraction du journal : " WS-SOURCE-ROWS
              " ligne(s) lue(s), 6 flux ecrits".

           STOP RUN.

      *    Each row goes to every feed whose reader wants it; the
      *    filters are the ones the readers applied themselves
      *    when each scanned the whole log.
       ROUTE-ONE-ROW.
           MOVE TRANLOG-RECORD TO GL-FEED-LINE.
           WRITE GL-FEED-LINE.
           ADD 1 TO WS-GL-ROWS.
           ADD TL-AMOUNT TO WS-GL-HASH.

           IF TL-DATETIME(1:8) = WS-TODAY THEN
              MOVE TRANLOG-RECORD TO SETTLE-FEED-LINE
              WRITE SETTLE-FEED-LINE
              ADD 1 TO WS-SETTLE-ROWS
              ADD TL-AMOUNT TO WS-SETTLE-HASH
              MOVE TRANLOG-RECORD TO EOD-STAGE-LINE
              WRITE EOD-STAGE-LINE
              ADD 1 TO WS-EOD-ROWS
              ADD TL-AMOUNT TO WS-EOD-HASH
           END-IF.

           MOVE TL-TYPE TO WS-WORK-TYPE.
           IF WS-AML-RELEVANT THEN
              MOVE TRANLOG-RECORD TO AML-STAGE-LINE
              WRITE AML-STAGE-LINE
              ADD 1 TO WS-AML-ROWS
              ADD TL-AMOUNT TO WS-AML-HASH
           END-IF.

           IF WS-CUSTOMER-INITIATED THEN
              MOVE TRANLOG-RECORD TO ACTIVITY-STAGE-LINE
              WRITE ACTIVITY-STAGE-LINE
              ADD 1 TO WS-ACTIVITY-ROWS
              ADD TL-AMOUNT TO WS-ACTIVITY-HASH
           END-IF.

           IF TL-DATETIME(1:6) = WS-MONTH THEN
              MOVE TRANLOG-RECORD TO BRANCH-STAGE-LINE
              WRITE BRANCH-STAGE-LINE
              ADD 1 TO WS-BRANCH-ROWS
              ADD TL-AMOUNT TO WS-BRANCH-HASH
           END-IF.

      *    Tonight's controls replace last night's whole: the
      *    driver only trusts rows dated today from this run.
       WRITE-FEED-CONTROLS.
           OPEN OUTPUT FEED-CONTROLS.

           MOVE "SOURCE" TO WS-C-FEED.
           MOVE "../../data/tranlog.dat" TO WS-C-PATH.
           MOVE WS-SOURCE-ROWS TO WS-C-ROWS.
           MOVE WS-SOURCE-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "GL" TO WS-C-FEED.
           MOVE "../../data/feedgl.dat" TO WS-C-PATH.
           MOVE WS-GL-ROWS TO WS-C-ROWS.
           MOVE WS-GL-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "REGLT" TO WS-C-FEED.
           MOVE "../../data/feedsettle.dat" TO WS-C-PATH.
           MOVE WS-SETTLE-ROWS TO WS-C-ROWS.
           MOVE WS-SETTLE-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "EOD" TO WS-C-FEED.
           MOVE "../../data/feedeod.dat" TO WS-C-PATH.
           MOVE WS-EOD-ROWS TO WS-C-ROWS.
           MOVE WS-EOD-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "AML" TO WS-C-FEED.
           MOVE "../../data/feedaml.dat" TO WS-C-PATH.
           MOVE WS-AML-ROWS TO WS-C-ROWS.
           MOVE WS-AML-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "AGENCE" TO WS-C-FEED.
           MOVE "../../data/feedbranch.dat" TO WS-C-PATH.
           MOVE WS-BRANCH-ROWS TO WS-C-ROWS.
           MOVE WS-BRANCH-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           MOVE "ACTIVITE" TO WS-C-FEED.
           MOVE "../../data/feedact.dat" TO WS-C-PATH.
           MOVE WS-ACTIVITY-ROWS TO WS-C-ROWS.
           MOVE WS-ACTIVITY-HASH TO WS-C-HASH.
           PERFORM WRITE-ONE-CONTROL.

           CLOSE FEED-CONTROLS.

       WRITE-ONE-CONTROL.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE WS-TODAY TO FC-DATE.
           MOVE WS-RUN-TIME TO FC-RUN-TIME.
           MOVE WS-C-FEED TO FC-FEED.
           MOVE WS-C-PATH TO FC-PATH.
           MOVE WS-C-ROWS TO FC-ROWS.
           MOVE WS-C-HASH TO FC-AMOUNT-HASH.
           WRITE FEED-CONTROL-RECORD.

       END PROGRAM TranlogExtract.
