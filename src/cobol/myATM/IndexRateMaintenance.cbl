       IDENTIFICATION DIVISION.
       PROGRAM-ID. IndexRateMaintenance.

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

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
           88 WS-MENU-POST VALUE 1.
           88 WS-MENU-LIST VALUE 2.
           88 WS-MENU-QUIT VALUE 3.

       01 WS-RATE-IN PIC S9(2)V999.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM OPEN-OR-CREATE-REFERENCE-INDEXES.

           PERFORM UNTIL WS-MENU-QUIT
              PERFORM DISPLAY-INDEX-MENU
              ACCEPT WS-MENU-CHOICE
              EVALUATE TRUE
                 WHEN WS-MENU-POST
                    PERFORM POST-INDEX-FIXING
                 WHEN WS-MENU-LIST
                    PERFORM LIST-FIXINGS
                 WHEN WS-MENU-QUIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Choix invalide"
              END-EVALUATE
           END-PERFORM.

           CLOSE REFERENCE-INDEXES.
           DISPLAY "Fin de la maintenance des indices de reference".
           STOP RUN.

      *    rateindex.dat may not exist yet; the first fixing posted
      *    creates it.
       OPEN-OR-CREATE-REFERENCE-INDEXES.
           OPEN I-O REFERENCE-INDEXES.
           IF REFERENCE-INDEXES-FS = "35" THEN
              CLOSE REFERENCE-INDEXES
              OPEN OUTPUT REFERENCE-INDEXES
              CLOSE REFERENCE-INDEXES
              OPEN I-O REFERENCE-INDEXES
           END-IF.

       DISPLAY-INDEX-MENU.
           DISPLAY "=== Indices de reference des prets variables ===".
           DISPLAY "1. Poster une fixation".
           DISPLAY "2. Lister les fixations".
           DISPLAY "3. Quitter".
           DISPLAY "Votre choix ?".

      *    Posting the same index and date twice corrects that
      *    fixing: the row is rewritten. A zero or negative fixing
      *    is a real one and is posted like any other.
       POST-INDEX-FIXING.
           DISPLAY "Indice (EUR3M Euribor 3 mois) ?".
           ACCEPT IX-CODE.
           IF NOT IX-IS-KNOWN-CODE THEN
              DISPLAY "Indice inconnu"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'effet (AAAAMMJJ) ?".
           ACCEPT IX-EFFECTIVE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(IX-EFFECTIVE-DATE)
                 NOT = 0 THEN
              DISPLAY "Date invalide"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Taux annuel de l'indice (%, signe - si negatif) ?".
           ACCEPT WS-RATE-IN.
           MOVE WS-RATE-IN TO IX-RATE-PCT.

           WRITE REFERENCE-INDEX-RECORD
              INVALID KEY
                 REWRITE REFERENCE-INDEX-RECORD
           END-WRITE.
           IF REFERENCE-INDEXES-FS = "00" THEN
              DISPLAY "Indice " IX-CODE " au " IX-EFFECTIVE-DATE
                 " = " IX-RATE-PCT " % enregistre"
           ELSE
              DISPLAY "Enregistrement impossible, statut "
                 REFERENCE-INDEXES-FS
           END-IF.

       LIST-FIXINGS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO IX-CODE.
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
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY "  " IX-CODE " effet "
                       IX-EFFECTIVE-DATE " taux " IX-RATE-PCT " %"
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
              DISPLAY "Aucune fixation enregistree"
           END-IF.

       END PROGRAM IndexRateMaintenance.
