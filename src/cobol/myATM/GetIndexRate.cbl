       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetIndexRate.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-INDEXES ASSIGN TO '../../data/rateindex.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IX-KEY
              FILE STATUS IS REFERENCE-INDEXES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REFERENCE-INDEXES.
       COPY "REFINDEX.cpy".

       WORKING-STORAGE SECTION.

       01 REFERENCE-INDEXES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-BEST-RATE PIC S9(2)V999 VALUE 0.
       01 WS-BEST-DATE PIC 9(8) VALUE 0.

       LINKAGE SECTION.

       01 INDEX-CODE-IN PIC X(8).
       01 AS-OF-DATE-IN PIC 9(8).
       01 INDEX-RATE-OUT PIC S9(2)V999.
      *    0 = fixing in force returned; 1 = none posted for the
      *    index on that date.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE INDEX-CODE-IN AS-OF-DATE-IN INDEX-RATE-OUT
           STATUS-CODE.

           MOVE 1 TO STATUS-CODE.
           MOVE 0 TO INDEX-RATE-OUT.

           OPEN INPUT REFERENCE-INDEXES.
           IF REFERENCE-INDEXES-FS NOT = "00" THEN
              CLOSE REFERENCE-INDEXES
              EXIT PROGRAM
           END-IF.

           PERFORM FIND-FIXING-IN-FORCE.
           CLOSE REFERENCE-INDEXES.

           IF WS-BEST-DATE = 0 THEN
              EXIT PROGRAM
           END-IF.

           MOVE WS-BEST-RATE TO INDEX-RATE-OUT.
           MOVE 0 TO STATUS-CODE.

           EXIT PROGRAM.

      *    Walks the index's fixings in effective-date order and
      *    keeps the last one not after the date asked for, so a
      *    fixing loaded ahead of its date doesn't apply early.
       FIND-FIXING-IN-FORCE.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 'N' TO WS-EOF.
           MOVE INDEX-CODE-IN TO IX-CODE.
           MOVE 0 TO IX-EFFECTIVE-DATE.
           START REFERENCE-INDEXES KEY IS >= IX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REFERENCE-INDEXES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF IX-CODE NOT = INDEX-CODE-IN
                          OR IX-EFFECTIVE-DATE > AS-OF-DATE-IN THEN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       MOVE IX-RATE-PCT TO WS-BEST-RATE
                       MOVE IX-EFFECTIVE-DATE TO WS-BEST-DATE
                    END-IF
              END-READ
           END-PERFORM.

       END PROGRAM GetIndexRate.
