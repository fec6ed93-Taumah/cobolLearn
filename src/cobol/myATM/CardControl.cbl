       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardControlFunction.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

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
       01 WS-CONTROL-FOUND PIC X VALUE 'N'.
       01 WS-CHANGED PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-SHOW VALUE 1.
           88 WS-MENU-OTHER-BANKS VALUE 2.
           88 WS-MENU-FOREIGN VALUE 3.
           88 WS-MENU-TRAVEL VALUE 4.
           88 WS-MENU-CANCEL-TRAVEL VALUE 5.
           88 WS-MENU-QUIT VALUE 6.

      *  A trip is declared for today onward, for at most a year.
       01 MAX-TRAVEL-DAYS PIC 9(3) VALUE 366.
       01 WS-TRAVEL-FROM PIC 9(8).
       01 WS-TRAVEL-TO PIC 9(8).
       01 WS-TRAVEL-DAYS PIC S9(7).
       01 WS-COUNTRY-IDX PIC 9.
       01 WS-COUNTRY PIC X(2) OCCURS 3 TIMES.
       01 WS-COUNTRIES-VALID PIC X.
       01 WS-COUNTRY-COUNT PIC 9.

      *  Changes made by the cardholder at the machine go to the
      *  sealed session journal; a teller's are audited by the
      *  desk that called.
       01 WS-EJ-EVENT PIC X(8) VALUE 'CTRLCART'.
       01 WS-EJ-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-EJ-DETAIL PIC X(20).

       LINKAGE SECTION.

       01 CARD-NUMBER-IN PIC 9(4).
      *  The operator at the desk, zero for the cardholder at the
      *  machine.
       01 UPDATED-BY-IN PIC 9(6).
      *  0 when a control was changed, 1 when nothing was.
       01 STATUS-CODE PIC 9(4).

       PROCEDURE DIVISION
       USING BY REFERENCE CARD-NUMBER-IN UPDATED-BY-IN STATUS-CODE.

           MOVE 1 TO STATUS-CODE.
           MOVE 'N' TO WS-CHANGED.
           MOVE 0 TO WS-MENU-CHOICE.

           OPEN I-O CARD-CONTROLS.
           IF CARD-CONTROLS-FS = "35" THEN
              CLOSE CARD-CONTROLS
              OPEN OUTPUT CARD-CONTROLS
              CLOSE CARD-CONTROLS
              OPEN I-O CARD-CONTROLS
           END-IF.

           PERFORM READ-CARD-CONTROL.

           PERFORM UNTIL WS-MENU-QUIT
              DISPLAY "=== Controles de la carte " CARD-NUMBER-IN
                 " ==="
              DISPLAY "1. Voir les reglages"
              DISPLAY "2. Autoriser/bloquer les distributeurs des "
                 "autres banques"
              DISPLAY "3. Autoriser/bloquer l'utilisation a "
                 "l'etranger"
              DISPLAY "4. Declarer un voyage"
              DISPLAY "5. Annuler le voyage declare"
              DISPLAY "6. Retour"
              DISPLAY "Votre choix ?"
              ACCEPT WS-MENU-CHOICE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              EVALUATE TRUE
                 WHEN WS-MENU-SHOW
                    PERFORM SHOW-CARD-CONTROL
                 WHEN WS-MENU-OTHER-BANKS
                    PERFORM TOGGLE-OTHER-BANKS
                 WHEN WS-MENU-FOREIGN
                    PERFORM TOGGLE-FOREIGN-USE
                 WHEN WS-MENU-TRAVEL
                    PERFORM DECLARE-TRAVEL
                 WHEN WS-MENU-CANCEL-TRAVEL
                    PERFORM CANCEL-TRAVEL
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE CARD-CONTROLS.
           IF WS-CHANGED = 'Y' THEN
              MOVE 0 TO STATUS-CODE
           END-IF.
           EXIT PROGRAM.

      *    A card never touched here reads as all uses allowed
      *    and no trip; the row is only written on a first change.
       READ-CARD-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND.
           MOVE CARD-NUMBER-IN TO CC-CARD-NUMBER.
           READ CARD-CONTROLS
              INVALID KEY
                 INITIALIZE CARD-CONTROL-RECORD
                 MOVE CARD-NUMBER-IN TO CC-CARD-NUMBER
                 MOVE 'O' TO CC-OTHER-BANKS
                 MOVE 'O' TO CC-FOREIGN-USE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CONTROL-FOUND
           END-READ.

       SHOW-CARD-CONTROL.
           IF CC-OTHER-BANKS-BLOCKED THEN
              DISPLAY "Distributeurs des autres banques : bloques"
           ELSE
              DISPLAY "Distributeurs des autres banques : autorises"
           END-IF.
           IF CC-FOREIGN-BLOCKED THEN
              DISPLAY "Utilisation a l'etranger          : bloquee"
           ELSE
              DISPLAY "Utilisation a l'etranger          : autorisee"
           END-IF.
           IF CC-TRAVEL-FROM = 0 OR CC-TRAVEL-TO < WS-TODAY THEN
              DISPLAY "Aucun voyage declare"
           ELSE
              DISPLAY "Voyage du " CC-TRAVEL-FROM " au "
                 CC-TRAVEL-TO " pays " CC-TRAVEL-COUNTRY(1) " "
                 CC-TRAVEL-COUNTRY(2) " " CC-TRAVEL-COUNTRY(3)
           END-IF.

       TOGGLE-OTHER-BANKS.
           IF CC-OTHER-BANKS-BLOCKED THEN
              MOVE 'O' TO CC-OTHER-BANKS
              DISPLAY "Distributeurs des autres banques autorises"
              MOVE "AUTRES BQ AUTORISES" TO WS-EJ-DETAIL
           ELSE
              MOVE 'N' TO CC-OTHER-BANKS
              DISPLAY "Distributeurs des autres banques bloques"
              MOVE "AUTRES BQ BLOQUES" TO WS-EJ-DETAIL
           END-IF.
           PERFORM SAVE-CARD-CONTROL.

       TOGGLE-FOREIGN-USE.
           IF CC-FOREIGN-BLOCKED THEN
              MOVE 'O' TO CC-FOREIGN-USE
              DISPLAY "Utilisation a l'etranger autorisee"
              MOVE "ETRANGER AUTORISE" TO WS-EJ-DETAIL
           ELSE
              MOVE 'N' TO CC-FOREIGN-USE
              DISPLAY "Utilisation a l'etranger bloquee"
              DISPLAY "(un voyage declare ouvre ses pays pendant "
                 "ses dates)"
              MOVE "ETRANGER BLOQUE" TO WS-EJ-DETAIL
           END-IF.
           PERFORM SAVE-CARD-CONTROL.

      *    One trip at a time: a new declaration replaces the one
      *    on file. Countries are ISO codes, at least one.
       DECLARE-TRAVEL.
           DISPLAY "Premier jour du voyage (AAAAMMJJ) ?".
           ACCEPT WS-TRAVEL-FROM.
           DISPLAY "Dernier jour du voyage (AAAAMMJJ) ?".
           ACCEPT WS-TRAVEL-TO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRAVEL-FROM) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-TRAVEL-TO)
                    NOT = 0 THEN
              DISPLAY "Date invalide"
              EXIT PARAGRAPH
           END-IF.
           IF WS-TRAVEL-FROM < WS-TODAY
                 OR WS-TRAVEL-TO < WS-TRAVEL-FROM THEN
              DISPLAY "Dates de voyage incoherentes"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRAVEL-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TRAVEL-TO)
              - FUNCTION INTEGER-OF-DATE(WS-TRAVEL-FROM).
           IF WS-TRAVEL-DAYS > MAX-TRAVEL-DAYS THEN
              DISPLAY "Voyage limite a un an"
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-COUNTRIES-VALID.
           MOVE 0 TO WS-COUNTRY-COUNT.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                 UNTIL WS-COUNTRY-IDX > 3
              DISPLAY "Pays " WS-COUNTRY-IDX
                 " (code ISO, ex ES, US ; vide = aucun) ?"
              MOVE SPACES TO WS-COUNTRY(WS-COUNTRY-IDX)
              ACCEPT WS-COUNTRY(WS-COUNTRY-IDX)
              MOVE FUNCTION UPPER-CASE(WS-COUNTRY(WS-COUNTRY-IDX))
                 TO WS-COUNTRY(WS-COUNTRY-IDX)
              IF WS-COUNTRY(WS-COUNTRY-IDX) NOT = SPACES THEN
                 IF WS-COUNTRY(WS-COUNTRY-IDX)
                       IS NOT ALPHABETIC-UPPER
                       OR WS-COUNTRY(WS-COUNTRY-IDX)(2:1) = SPACE
                    DISPLAY "Code pays invalide"
                    MOVE 'N' TO WS-COUNTRIES-VALID
                 ELSE
                    ADD 1 TO WS-COUNTRY-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-COUNTRIES-VALID = 'N' OR WS-COUNTRY-COUNT = 0 THEN
              DISPLAY "Voyage non enregistre"
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRAVEL-FROM TO CC-TRAVEL-FROM.
           MOVE WS-TRAVEL-TO TO CC-TRAVEL-TO.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                 UNTIL WS-COUNTRY-IDX > 3
              MOVE WS-COUNTRY(WS-COUNTRY-IDX)
                 TO CC-TRAVEL-COUNTRY(WS-COUNTRY-IDX)
           END-PERFORM.
           DISPLAY "Voyage enregistre du " CC-TRAVEL-FROM " au "
              CC-TRAVEL-TO.
           MOVE SPACES TO WS-EJ-DETAIL.
           STRING "VOYAGE " CC-TRAVEL-COUNTRY(1) " "
              CC-TRAVEL-COUNTRY(2) " " CC-TRAVEL-COUNTRY(3)
              DELIMITED BY SIZE INTO WS-EJ-DETAIL.
           PERFORM SAVE-CARD-CONTROL.

       CANCEL-TRAVEL.
           IF CC-TRAVEL-FROM = 0 THEN
              DISPLAY "Aucun voyage declare"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CC-TRAVEL-FROM.
           MOVE 0 TO CC-TRAVEL-TO.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                 UNTIL WS-COUNTRY-IDX > 3
              MOVE SPACES TO CC-TRAVEL-COUNTRY(WS-COUNTRY-IDX)
           END-PERFORM.
           DISPLAY "Voyage annule".
           MOVE "VOYAGE ANNULE" TO WS-EJ-DETAIL.
           PERFORM SAVE-CARD-CONTROL.

       SAVE-CARD-CONTROL.
           MOVE WS-TODAY TO CC-UPDATED-DATE.
           MOVE UPDATED-BY-IN TO CC-UPDATED-BY.
           IF WS-CONTROL-FOUND = 'Y' THEN
              REWRITE CARD-CONTROL-RECORD
           ELSE
              WRITE CARD-CONTROL-RECORD
              MOVE 'Y' TO WS-CONTROL-FOUND
           END-IF.
           MOVE 'Y' TO WS-CHANGED.
           IF UPDATED-BY-IN = 0 THEN
              CALL "RecordSessionEvent" USING BY REFERENCE
                 WS-EJ-EVENT CARD-NUMBER-IN WS-EJ-AMOUNT
                 WS-EJ-DETAIL
           END-IF.

       END PROGRAM CardControlFunction.
