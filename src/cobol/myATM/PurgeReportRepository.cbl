       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurgeReportRepository.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The report repository the nightly reports are filed in,
      *  trimmed each night of the copies past their retention.
           SELECT REPORT-LINES ASSIGN TO '../../data/rptlines.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RL-KEY
              FILE STATUS IS REPORT-LINES-FS.

           SELECT REPORT-CATALOGUE ASSIGN TO '../../data/rptcat.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-KEY
              FILE STATUS IS REPORT-CATALOGUE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-LINES.
       COPY "RPTLINE.cpy".

       FD REPORT-CATALOGUE.
       COPY "RPTCAT.cpy".

       WORKING-STORAGE SECTION.

       01 REPORT-LINES-FS PIC XX.
       01 REPORT-CATALOGUE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LINES-EOF PIC X VALUE 'N'.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.

       LINKAGE SECTION.

       01 BUSINESS-DATE-IN PIC 9(8).
       01 PURGED-COUNT-OUT PIC 9(5).
      *  0 = repository trimmed, or nothing filed yet; 1 = the
      *  repository could not be opened.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE BUSINESS-DATE-IN PURGED-COUNT-OUT
             STATUS-CODE.

           MOVE 0 TO STATUS-CODE.
           MOVE 0 TO PURGED-COUNT-OUT.
           MOVE 0 TO WS-PURGED-COUNT.

           OPEN I-O REPORT-CATALOGUE.
           IF REPORT-CATALOGUE-FS = "35" THEN
              EXIT PROGRAM
           END-IF.
           OPEN I-O REPORT-LINES.
           IF REPORT-CATALOGUE-FS NOT = "00"
                 OR REPORT-LINES-FS NOT = "00" THEN
              CLOSE REPORT-CATALOGUE
              CLOSE REPORT-LINES
              MOVE 1 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REPORT-CATALOGUE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RC-EXPIRY-DATE < BUSINESS-DATE-IN THEN
                       PERFORM PURGE-ONE-COPY
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REPORT-CATALOGUE.
           CLOSE REPORT-LINES.

           MOVE WS-PURGED-COUNT TO PURGED-COUNT-OUT.
           EXIT PROGRAM.

       PURGE-ONE-COPY.
           MOVE 'N' TO WS-LINES-EOF.
           MOVE RC-REPORT-ID TO RL-REPORT-ID.
           MOVE RC-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE RC-BRANCH TO RL-BRANCH.
           MOVE 0 TO RL-LINE-NO.
           START REPORT-LINES KEY IS NOT < RL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LINES-EOF
           END-START.
           PERFORM UNTIL WS-LINES-EOF = 'Y'
              READ REPORT-LINES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-LINES-EOF
                 NOT AT END
                    IF RL-REPORT-ID NOT = RC-REPORT-ID
                          OR RL-BUSINESS-DATE NOT = RC-BUSINESS-DATE
                          OR RL-BRANCH NOT = RC-BRANCH THEN
                       MOVE 'Y' TO WS-LINES-EOF
                    ELSE
                       DELETE REPORT-LINES RECORD
                    END-IF
              END-READ
           END-PERFORM.
           DELETE REPORT-CATALOGUE RECORD.
           ADD 1 TO WS-PURGED-COUNT.

       END PROGRAM PurgeReportRepository.
