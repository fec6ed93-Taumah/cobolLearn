              RECORD KEY IS XR-REF
              FILE STATUS IS THREF-XREF-FS.

      *  The extract's feeds were cut from the log just rolled;
      *  they go empty with it, so no reader can ever take
      *  yesterday's feed for tonight's.
           SELECT FEED-CONTROLS ASSIGN TO '../../data/feedctl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEED-CONTROLS-FS.

           SELECT FEED-FILE ASSIGN TO WS-FEED-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       COPY "TRANLOGREC.cpy".

       FD GENERATION-RECORDS.
       01 GENERATION-LINE PIC X(79).

       FD TRANHIST-RECORDS.
       COPY "TRANHIST.cpy".
       FD THREF-XREF.
       COPY "THREFXREF.cpy".

       FD FEED-CONTROLS.
       COPY "FEEDCTL.cpy".

       FD FEED-FILE.
       01 FEED-LINE PIC X(79).

       WORKING-STORAGE SECTION.

       01 TRANLOG-FS PIC XX.
       01 TRANHIST-FS PIC XX.
       01 THREF-XREF-FS PIC XX.
       01 FEED-CONTROLS-FS PIC XX.
       01 WS-FEED-PATH PIC X(40).
       01 WS-FEEDS-EMPTIED PIC 9(2) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      *    is now in the dated generation and the keyed history.
           OPEN OUTPUT TRANLOG-RECORDS.
           CLOSE TRANLOG-RECORDS.
           PERFORM EMPTY-EXTRACT-FEEDS.

           DISPLAY WS-ROWS-CUT " ligne(s) basculee(s) vers "
              WS-GENERATION-PATH.

           STOP RUN.

       EMPTY-EXTRACT-FEEDS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FEED-CONTROLS.
           IF FEED-CONTROLS-FS NOT = "00" THEN
              CLOSE FEED-CONTROLS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ FEED-CONTROLS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NOT FC-IS-SOURCE THEN
                       MOVE FC-PATH TO WS-FEED-PATH
                       OPEN OUTPUT FEED-FILE
                       CLOSE FEED-FILE
                       ADD 1 TO WS-FEEDS-EMPTIED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-CONTROLS.
           OPEN OUTPUT FEED-CONTROLS.
           CLOSE FEED-CONTROLS.
           DISPLAY WS-FEEDS-EMPTIED " flux d'extraction vide(s)".

       OPEN-OR-CREATE-TRANHIST.
           OPEN I-O TRANHIST-RECORDS.
           IF TRANHIST-FS = "35" THEN
           MOVE TL-CARD TO TH-CARD.
           MOVE TL-TERMINAL TO TH-TERMINAL.
           MOVE TL-BRANCH TO TH-BRANCH.
           IF TL-VALUE-DATE IS NUMERIC AND TL-VALUE-DATE NOT = 0 THEN
              MOVE TL-VALUE-DATE TO TH-VALUE-DATE
           ELSE
              MOVE TL-DATETIME(1:8) TO TH-VALUE-DATE
           END-IF.

           PERFORM WITH TEST AFTER
                 UNTIL TRANHIST-FS NOT = "22" OR TH-SEQ > 998
