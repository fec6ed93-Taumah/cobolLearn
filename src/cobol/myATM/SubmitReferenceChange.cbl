       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubmitReferenceChange.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Every proposed change to the reference files, pending or
      *  decided; kept for good, as their change history.
           SELECT REFERENCE-CHANGES ASSIGN TO
                 '../../data/refchange.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RW-ID
              FILE STATUS IS REFERENCE-CHANGES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REFERENCE-CHANGES.
       01 REFERENCE-CHANGE-ROW.
           03 RW-ID PIC 9(6).
           03 FILLER PIC X(416).

       WORKING-STORAGE SECTION.

       01 REFERENCE-CHANGES-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-NEXT-CHANGE-ID PIC 9(6) VALUE 0.

       LINKAGE SECTION.

      *  Filled by the maintenance screen: file, action, key, both
      *  images, maker and effective date. Numbered, stamped and
      *  queued here.
       COPY "REFCHG.cpy".
      *    0 = queued for approval, 1 = could not be written.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE REFERENCE-CHANGE-RECORD STATUS-CODE.

           MOVE 1 TO STATUS-CODE.

           OPEN I-O REFERENCE-CHANGES.
           IF REFERENCE-CHANGES-FS = "35" THEN
              CLOSE REFERENCE-CHANGES
              OPEN OUTPUT REFERENCE-CHANGES
              CLOSE REFERENCE-CHANGES
              OPEN I-O REFERENCE-CHANGES
           END-IF.

           PERFORM FIND-NEXT-CHANGE-ID.

           MOVE WS-NEXT-CHANGE-ID TO RV-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-REQUEST-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RV-REQUEST-TIME.
           MOVE 0 TO RV-CHECKER.
           MOVE 0 TO RV-DECIDED-DATE.
           MOVE 0 TO RV-APPLIED-DATE.
           MOVE 'P' TO RV-STATUS.

           MOVE REFERENCE-CHANGE-RECORD TO REFERENCE-CHANGE-ROW.
           WRITE REFERENCE-CHANGE-ROW
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 0 TO STATUS-CODE
           END-WRITE.
           CLOSE REFERENCE-CHANGES.

           EXIT PROGRAM.

       FIND-NEXT-CHANGE-ID.
           MOVE 0 TO WS-NEXT-CHANGE-ID.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO RW-ID.
           START REFERENCE-CHANGES KEY IS > RW-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REFERENCE-CHANGES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE RW-ID TO WS-NEXT-CHANGE-ID
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CHANGE-ID.

       END PROGRAM SubmitReferenceChange.
