       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveReport.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The report just written, under whatever name its program
      *  gives it; the next run overwrites it, the repository keeps
      *  it.
           SELECT REPORT-SOURCE ASSIGN TO WS-SOURCE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-SOURCE-FS.

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

      *  Which branch a terminal line of a report belongs to.
           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS TERMINAL-PROFILES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-SOURCE.
       01 REPORT-SOURCE-LINE PIC X(132).

       FD REPORT-LINES.
       COPY "RPTLINE.cpy".

       FD REPORT-CATALOGUE.
       COPY "RPTCAT.cpy".

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       WORKING-STORAGE SECTION.

       01 REPORT-SOURCE-FS PIC XX.
       01 REPORT-LINES-FS PIC XX.
       01 REPORT-CATALOGUE-FS PIC XX.
       01 TERMINAL-PROFILES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LINES-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSDATE-STATUS PIC 9.
       01 WS-SOURCE-PATH PIC X(60).
       01 WS-ARCHIVED-AT PIC X(14).
       01 WS-EXPIRY-DATE PIC 9(8).

      *  What the bank keeps of each report: the days it stays in
      *  the repository, the lowest role that may reprint it, and
      *  whether its branch and terminal lines are also filed as
      *  each branch's own copy. A report not listed is kept a
      *  year and reprinted by supervisors only.
       01 WS-REPORT-TYPE-LIST.
           03 FILLER PIC X(14) VALUE "EODRECON0400GY".
           03 FILLER PIC X(14) VALUE "ORDRPERM0090SN".
           03 FILLER PIC X(14) VALUE "ECRETAGE0090SN".
           03 FILLER PIC X(14) VALUE "RENTAGCE0400GY".
           03 FILLER PIC X(14) VALUE "LIQUIDIT0180AN".
           03 FILLER PIC X(14) VALUE "EXCEPTNS0030SN".
           03 FILLER PIC X(14) VALUE "GRANDRIS1825SN".
           03 FILLER PIC X(14) VALUE "RWATOTAL1825SN".
           03 FILLER PIC X(14) VALUE "SUSPENSE0400SN".
           03 FILLER PIC X(14) VALUE "IMMOBILI1825GY".
           03 FILLER PIC X(14) VALUE "CIRCULAR1825SN".
           03 FILLER PIC X(14) VALUE "SIMULTAR0400SN".
       01 WS-REPORT-TYPE-TABLE REDEFINES WS-REPORT-TYPE-LIST.
           03 WS-REPORT-TYPE-ENTRY OCCURS 12 TIMES
                 INDEXED BY WS-TYPE-IDX.
               05 WS-RT-REPORT-ID PIC X(8).
               05 WS-RT-RETENTION-DAYS PIC 9(4).
               05 WS-RT-MIN-ROLE PIC X.
               05 WS-RT-SPLIT-BY-BRANCH PIC X.

       01 WS-RETENTION-DAYS PIC 9(4).
       01 WS-MIN-ROLE PIC X.
       01 WS-SPLIT-BY-BRANCH PIC X.

      *  The branch copies met so far in this report, each with
      *  the report's title line as its own first line.
       01 WS-BRANCH-COPIES.
           03 WS-COPY-ENTRY OCCURS 50 TIMES INDEXED BY WS-COPY-IDX.
               05 WS-CP-BRANCH PIC X(2).
               05 WS-CP-LINE-COUNT PIC 9(5).
       01 WS-COPY-COUNT PIC 9(2) VALUE 0.
       01 WS-COPY-FOUND PIC 9(2) VALUE 0.

       01 WS-TITLE-LINE PIC X(132).
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
      *  The branch the current line is filed under; spaces while
      *  the report is on lines for the whole bank.
       01 WS-CURRENT-BRANCH PIC X(2).

       LINKAGE SECTION.

       01 REPORT-ID-IN PIC X(8).
       01 REPORT-PATH-IN PIC X(60).
      *  0 = report filed; 1 = the repository could not be opened;
      *  2 = the report file itself could not be read.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE REPORT-ID-IN REPORT-PATH-IN STATUS-CODE.

           MOVE 0 TO STATUS-CODE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE SPACES TO WS-CURRENT-BRANCH.
           MOVE REPORT-PATH-IN TO WS-SOURCE-PATH.

           CALL "GetBusinessDate" USING BY REFERENCE WS-TODAY
              WS-BUSDATE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCHIVED-AT.

           PERFORM FIND-REPORT-TYPE.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
              + WS-RETENTION-DAYS).

           OPEN INPUT REPORT-SOURCE.
           IF REPORT-SOURCE-FS NOT = "00" THEN
              MOVE 2 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM OPEN-OR-CREATE-REPOSITORY.
           IF REPORT-LINES-FS NOT = "00"
                 OR REPORT-CATALOGUE-FS NOT = "00" THEN
              CLOSE REPORT-SOURCE
              MOVE 1 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           OPEN INPUT TERMINAL-PROFILES.

      *    A report produced again for the same business day
      *    replaces the earlier copy rather than adding to it.
           PERFORM REMOVE-EARLIER-COPIES.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REPORT-SOURCE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM FILE-ONE-LINE
              END-READ
           END-PERFORM.

           PERFORM WRITE-CATALOGUE-ENTRIES.

           CLOSE REPORT-SOURCE.
           CLOSE REPORT-LINES.
           CLOSE REPORT-CATALOGUE.
           IF TERMINAL-PROFILES-FS = "00" THEN
              CLOSE TERMINAL-PROFILES
           END-IF.

           EXIT PROGRAM.

       FIND-REPORT-TYPE.
           MOVE 365 TO WS-RETENTION-DAYS.
           MOVE 'S' TO WS-MIN-ROLE.
           MOVE 'N' TO WS-SPLIT-BY-BRANCH.
           SET WS-TYPE-IDX TO 1.
           SEARCH WS-REPORT-TYPE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RT-REPORT-ID(WS-TYPE-IDX) = REPORT-ID-IN
                 MOVE WS-RT-RETENTION-DAYS(WS-TYPE-IDX)
                    TO WS-RETENTION-DAYS
                 MOVE WS-RT-MIN-ROLE(WS-TYPE-IDX) TO WS-MIN-ROLE
                 MOVE WS-RT-SPLIT-BY-BRANCH(WS-TYPE-IDX)
                    TO WS-SPLIT-BY-BRANCH
           END-SEARCH.

       OPEN-OR-CREATE-REPOSITORY.
           OPEN I-O REPORT-LINES.
           IF REPORT-LINES-FS = "35" THEN
              CLOSE REPORT-LINES
              OPEN OUTPUT REPORT-LINES
              CLOSE REPORT-LINES
              OPEN I-O REPORT-LINES
           END-IF.
           OPEN I-O REPORT-CATALOGUE.
           IF REPORT-CATALOGUE-FS = "35" THEN
              CLOSE REPORT-CATALOGUE
              OPEN OUTPUT REPORT-CATALOGUE
              CLOSE REPORT-CATALOGUE
              OPEN I-O REPORT-CATALOGUE
           END-IF.

       REMOVE-EARLIER-COPIES.
           MOVE 'N' TO WS-LINES-EOF.
           MOVE REPORT-ID-IN TO RL-REPORT-ID.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE LOW-VALUES TO RL-BRANCH.
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
                    IF RL-REPORT-ID NOT = REPORT-ID-IN
                          OR RL-BUSINESS-DATE NOT = WS-TODAY THEN
                       MOVE 'Y' TO WS-LINES-EOF
                    ELSE
                       DELETE REPORT-LINES RECORD
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-LINES-EOF.
           MOVE REPORT-ID-IN TO RC-REPORT-ID.
           MOVE WS-TODAY TO RC-BUSINESS-DATE.
           MOVE LOW-VALUES TO RC-BRANCH.
           START REPORT-CATALOGUE KEY IS NOT < RC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LINES-EOF
           END-START.
           PERFORM UNTIL WS-LINES-EOF = 'Y'
              READ REPORT-CATALOGUE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-LINES-EOF
                 NOT AT END
                    IF RC-REPORT-ID NOT = REPORT-ID-IN
                          OR RC-BUSINESS-DATE NOT = WS-TODAY THEN
                       MOVE 'Y' TO WS-LINES-EOF
                    ELSE
                       DELETE REPORT-CATALOGUE RECORD
                    END-IF
              END-READ
           END-PERFORM.

      *    Every line goes into the whole-bank copy. A report that
      *    is split also files its "AGENCE" lines, the indented
      *    lines under them, and its "TERMINAL" lines in the copy
      *    of the branch they belong to.
       FILE-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT = 1 THEN
              MOVE REPORT-SOURCE-LINE TO WS-TITLE-LINE
           END-IF.
           MOVE REPORT-ID-IN TO RL-REPORT-ID.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE "**" TO RL-BRANCH.
           MOVE WS-LINE-COUNT TO RL-LINE-NO.
           MOVE REPORT-SOURCE-LINE TO RL-TEXT.
           WRITE REPORT-LINE-RECORD.

           IF WS-SPLIT-BY-BRANCH NOT = 'Y' OR WS-LINE-COUNT = 1 THEN
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN REPORT-SOURCE-LINE(1:7) = "AGENCE "
                 MOVE REPORT-SOURCE-LINE(8:2) TO WS-CURRENT-BRANCH
              WHEN REPORT-SOURCE-LINE(1:9) = "TERMINAL "
                 PERFORM FIND-TERMINAL-BRANCH
              WHEN REPORT-SOURCE-LINE(1:2) = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-CURRENT-BRANCH
           END-EVALUATE.
           IF WS-CURRENT-BRANCH = SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-OR-ADD-BRANCH-COPY.
           IF WS-COPY-FOUND = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CP-LINE-COUNT(WS-COPY-FOUND).
           MOVE REPORT-ID-IN TO RL-REPORT-ID.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE WS-CURRENT-BRANCH TO RL-BRANCH.
           MOVE WS-CP-LINE-COUNT(WS-COPY-FOUND) TO RL-LINE-NO.
           MOVE REPORT-SOURCE-LINE TO RL-TEXT.
           WRITE REPORT-LINE-RECORD.

      *    A terminal not in the fleet file, or a fleet file not
      *    there, leaves the line in the whole-bank copy only.
       FIND-TERMINAL-BRANCH.
           MOVE SPACES TO WS-CURRENT-BRANCH.
           IF TERMINAL-PROFILES-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE REPORT-SOURCE-LINE(10:4) TO TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE TP-BRANCH TO WS-CURRENT-BRANCH.

       FIND-OR-ADD-BRANCH-COPY.
           MOVE 0 TO WS-COPY-FOUND.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                 UNTIL WS-COPY-IDX > WS-COPY-COUNT
              IF WS-CP-BRANCH(WS-COPY-IDX) = WS-CURRENT-BRANCH THEN
                 SET WS-COPY-FOUND TO WS-COPY-IDX
              END-IF
           END-PERFORM.
           IF WS-COPY-FOUND NOT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-COPY-COUNT = 50 THEN
              DISPLAY "Trop d'agences dans le rapport " REPORT-ID-IN
                 ", agence " WS-CURRENT-BRANCH " non classee"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-COUNT.
           MOVE WS-COPY-COUNT TO WS-COPY-FOUND.
           MOVE WS-CURRENT-BRANCH TO WS-CP-BRANCH(WS-COPY-FOUND).
           MOVE 1 TO WS-CP-LINE-COUNT(WS-COPY-FOUND).
           MOVE REPORT-ID-IN TO RL-REPORT-ID.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE WS-CURRENT-BRANCH TO RL-BRANCH.
           MOVE 1 TO RL-LINE-NO.
           MOVE WS-TITLE-LINE TO RL-TEXT.
           WRITE REPORT-LINE-RECORD.

      *    The whole-bank copy is never reprinted below supervisor,
      *    whatever a branch may see of its own part.
       WRITE-CATALOGUE-ENTRIES.
           MOVE REPORT-ID-IN TO RC-REPORT-ID.
           MOVE WS-TODAY TO RC-BUSINESS-DATE.
           MOVE "**" TO RC-BRANCH.
           MOVE WS-TITLE-LINE(1:40) TO RC-TITLE.
           MOVE WS-LINE-COUNT TO RC-LINE-COUNT.
           MOVE WS-ARCHIVED-AT TO RC-ARCHIVED-AT.
           MOVE WS-EXPIRY-DATE TO RC-EXPIRY-DATE.
           IF WS-MIN-ROLE = 'G' THEN
              MOVE 'S' TO RC-MIN-ROLE
           ELSE
              MOVE WS-MIN-ROLE TO RC-MIN-ROLE
           END-IF.
           MOVE 0 TO RC-REPRINT-COUNT.
           WRITE REPORT-CATALOGUE-RECORD.

           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                 UNTIL WS-COPY-IDX > WS-COPY-COUNT
              MOVE WS-CP-BRANCH(WS-COPY-IDX) TO RC-BRANCH
              MOVE WS-CP-LINE-COUNT(WS-COPY-IDX) TO RC-LINE-COUNT
              MOVE WS-MIN-ROLE TO RC-MIN-ROLE
              WRITE REPORT-CATALOGUE-RECORD
           END-PERFORM.

       END PROGRAM ArchiveReport.
