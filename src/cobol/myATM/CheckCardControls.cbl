       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckCardControls.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-CONTROLS ASSIGN TO '../../data/cardctl.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CC-CARD-NUMBER
              FILE STATUS IS CARD-CONTROLS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CARD-CONTROLS.
       COPY "CARDCTL.cpy".

       WORKING-STORAGE SECTION.

       01 CARD-CONTROLS-FS PIC XX.
       01 WS-COUNTRY-IDX PIC 9.
       01 WS-NOTICE-COVERS PIC X.

      *  Where the bank itself stands; any other country is abroad.
       01 HOME-COUNTRY PIC X(2) VALUE "FR".

       LINKAGE SECTION.

       01 CARD-NUMBER-IN PIC 9(4).
      *  'R' at another bank's machine on the network, 'P' at one
      *  of our own.
       01 CHANNEL-IN PIC X.
      *  ISO code of where the card was used; blank when not known
      *  or at home.
       01 COUNTRY-IN PIC X(2).
       01 USE-DATE-IN PIC 9(8).
      *  'O' allowed, 'R' blocked at other banks' machines,
      *  'E' blocked abroad.
       01 RESULT-OUT PIC X.
      *  'Y' when a travel notice covers the date (and the country,
      *  when one is given), 'N' otherwise.
       01 TRAVEL-OUT PIC X.

       PROCEDURE DIVISION
       USING BY REFERENCE CARD-NUMBER-IN CHANNEL-IN COUNTRY-IN
             USE-DATE-IN RESULT-OUT TRAVEL-OUT.

           MOVE 'O' TO RESULT-OUT.
           MOVE 'N' TO TRAVEL-OUT.

           OPEN INPUT CARD-CONTROLS.
           IF CARD-CONTROLS-FS NOT = "00" THEN
              CLOSE CARD-CONTROLS
              EXIT PROGRAM
           END-IF.
           MOVE CARD-NUMBER-IN TO CC-CARD-NUMBER.
           READ CARD-CONTROLS
              INVALID KEY
                 CLOSE CARD-CONTROLS
                 EXIT PROGRAM
           END-READ.
           CLOSE CARD-CONTROLS.

           PERFORM CHECK-TRAVEL-NOTICE.

           IF CHANNEL-IN = 'R' AND CC-OTHER-BANKS-BLOCKED THEN
              MOVE 'R' TO RESULT-OUT
              EXIT PROGRAM
           END-IF.

           IF COUNTRY-IN NOT = SPACES
                 AND COUNTRY-IN NOT = HOME-COUNTRY
                 AND CC-FOREIGN-BLOCKED
                 AND TRAVEL-OUT = 'N' THEN
              MOVE 'E' TO RESULT-OUT
           END-IF.

           EXIT PROGRAM.

      *    A notice covers the date when it falls between the first
      *    and last day away; with a country given, that country
      *    must also be one of those declared.
       CHECK-TRAVEL-NOTICE.
           IF CC-TRAVEL-FROM = 0
                 OR USE-DATE-IN < CC-TRAVEL-FROM
                 OR USE-DATE-IN > CC-TRAVEL-TO THEN
              EXIT PARAGRAPH
           END-IF.
           IF COUNTRY-IN = SPACES OR COUNTRY-IN = HOME-COUNTRY THEN
              MOVE 'Y' TO TRAVEL-OUT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NOTICE-COVERS.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                 UNTIL WS-COUNTRY-IDX > 3
              IF CC-TRAVEL-COUNTRY(WS-COUNTRY-IDX) = COUNTRY-IN THEN
                 MOVE 'Y' TO WS-NOTICE-COVERS
              END-IF
           END-PERFORM.
           MOVE WS-NOTICE-COVERS TO TRAVEL-OUT.

       END PROGRAM CheckCardControls.
