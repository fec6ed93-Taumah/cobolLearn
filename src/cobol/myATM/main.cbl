
      *  In- or out-of-service: while out, customer cards are
      *  politely refused and only the supervisor card gets in.
      *  Head office's own switch, the last schedule state seen
      *  and the message of the day are kept alongside.
           SELECT ATM-STATE ASSIGN TO '../../data/atmstate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ATM-STATE-FS.

      *  The machine's fleet profile: opening hours and planned
      *  maintenance windows, checked at the start of each session.
           SELECT TERMINAL-PROFILES ASSIGN TO
                 '../../data/termprof.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-ID
              FILE STATUS IS WS-TERMINAL-PROFILES-FS.

      *  Head office's queue of commands for this machine, picked
      *  up and marked done at the start of each session.
           SELECT TERMINAL-COMMANDS ASSIGN TO
                 '../../data/termcmd.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TC-KEY
              FILE STATUS IS WS-TERMINAL-COMMANDS-FS.

      *  The account master, opened at pre-flight only to count
      *  its records against the last verified backup: an online
      *  day must not open on a silently truncated file.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-CONTROL-FS.

      *  The card's quick-cash preference, read right after the PIN
      *  to offer the usual withdrawal in one step; the cardholder
      *  maintains it from the menu.
           SELECT QUICK-PREFS ASSIGN TO WS-QUICKPREF-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS QP-CARD-NUMBER
              FILE STATUS IS WS-QUICK-PREFS-FS.

       DATA DIVISION.

       FILE SECTION.
       01 LOW-CASH-ALERT-LINE PIC X(60).

       FD ATM-STATE.
       01 ATM-STATE-LINE.
           03 AS-SERVICE-STATE PIC X(2).
           03 AS-HEAD-OFFICE-STATE PIC X(2).
           03 AS-SCHEDULE-STATE PIC X(2).
           03 AS-MOTD-DATE PIC 9(8).
           03 AS-MOTD PIC X(40).

       FD TERMINAL-PROFILES.
       COPY "TERMPROF.cpy".

       FD TERMINAL-COMMANDS.
       COPY "TERMCMD.cpy".

       FD BANK-RECORDS
           RECORD CONTAINS 65 CHARACTERS.

       COPY "BANKREC.cpy".

           03 FILLER PIC X.
           03 BK-CARD-COUNT PIC 9(7).

       FD QUICK-PREFS.
       COPY "QUICKPREF.cpy".

       WORKING-STORAGE SECTION.

       01 WS-CONFIG-FS PIC XX.
       01 WS-ATM-STATE-FS PIC XX.
       01 WS-SERVICE-STATE PIC X(2) VALUE "ES".
           88 WS-OUT-OF-SERVICE VALUE "HS".

      *  Head office's switch, set only by a queued command and
      *  independent of the engineer's: either one takes the
      *  machine out.
       01 WS-HEAD-OFFICE-STATE PIC X(2) VALUE "ES".
           88 WS-HEAD-OFFICE-OUT VALUE "HS".
      *  Where the profile's hours and windows put the machine at
      *  this session's start; a change from the state last seen
      *  is a transition to journal.
       01 WS-SCHEDULE-STATE PIC X(2) VALUE "ES".
           88 WS-SCHEDULE-OPEN VALUE "ES".
           88 WS-SCHEDULE-CLOSED VALUE "FE".
           88 WS-SCHEDULE-MAINTENANCE VALUE "MA".
       01 WS-NEW-SCHEDULE-STATE PIC X(2).
       01 WS-MOTD-DATE PIC 9(8) VALUE 0.
       01 WS-MOTD PIC X(40) VALUE SPACES.
       01 WS-STATE-CHANGED PIC X VALUE 'N'.

       01 WS-TERMINAL-PROFILES-FS PIC XX.
       01 WS-TERMINAL-COMMANDS-FS PIC XX.
       01 WS-PROFILE-FOUND PIC X VALUE 'N'.
       01 WS-COMMANDS-EOF PIC X VALUE 'N'.

      *  The wall clock at session start, for the hours and the
      *  windows: Monday is day 1.
       01 WS-NOW PIC X(21).
       01 WS-NOW-STAMP PIC 9(12).
       01 WS-NOW-STAMP-PARTS REDEFINES WS-NOW-STAMP.
           03 WS-NOW-DATE PIC 9(8).
           03 WS-NOW-HHMM PIC 9(4).
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-WINDOW-IDX PIC 9.
       01 WS-WINDOW-END PIC 9(12) VALUE 0.
       01 WS-TODAY-OPEN PIC 9(4).
       01 WS-TODAY-CLOSE PIC 9(4).
       01 WS-ALERTS-EOF PIC X VALUE 'N'.
       01 WS-CASH-ON-HAND PIC 9(7)V99.
       01 DAILY-CASH-CEILING PIC 9(7)V99 VALUE 50000.
           88 MENU-LEAVE  VALUE 11.
           88 MENU-CARDLESS-SEND VALUE 12.
           88 MENU-TOPUP VALUE 13.
           88 MENU-CARD-CONTROLS VALUE 14.
           88 MENU-LOYALTY VALUE 15.
           88 MENU-QUICK-PREF VALUE 16.

      *  The sealed electronic journal's event fields: every
      *  session step, successful or not, leaves a row.
       01 WS-FOREIGN-STATUS PIC 9 VALUE 1.

       01 PROGRAM-STATUS-CODE PIC 9(4) VALUE 1.
      *  Card controls set at the machine are the cardholder's own,
      *  recorded with no operator.
       01 WS-CARDHOLDER-OPERATOR PIC 9(6) VALUE 0.
       01 TRIES PIC 9 VALUE 3.

      *  Pre-flight comparison of the live master against the last
      *  program can run against a different deployment directory.
       01 WS-DEMO-DAT-PATH PIC X(100) VALUE "../../data/demo.dat".

      *  Retrait rapide: the favourite account and amount from the
      *  card's preference, zero amount when the card has none, and
      *  the card's receipt choice, passed on every withdrawal. A
      *  menu withdrawal passes the zero amount and is keyed as
      *  before.
       01 WS-QUICKPREF-PATH PIC X(100)
           VALUE "../../data/quickpref.dat".
       01 WS-QUICK-PREFS-FS PIC XX.
       01 WS-QUICK-ACCT-NO PIC 9(2) VALUE 0.
       01 WS-QUICK-AMOUNT PIC 9(4) VALUE 0.
       01 WS-KEYED-AMOUNT PIC 9(4) VALUE 0.
       01 WS-RECEIPT-CHOICE PIC X VALUE 'N'.
       01 WS-QUICK-CHOICE PIC 9 VALUE 0.
           88 WS-QUICK-TAKEN VALUE 1.

      *  Pre-flight check that demo.dat is actually there before the
      *  card-entry screens start, the same CBL_CHECK_FILE_EXIST call
      *  open.cbl already demonstrates.
           END-IF.

           PERFORM MENU1.
           PERFORM QUICK-CASH-OFFER.
           PERFORM SELECT-ACCOUNT-STEP.
           PERFORM MAIN-LOOP-ONCE-CONNECTED.
           GOBACK.
           MOVE "LOANMAST_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/loanmast.dat" TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "COLLATERAL_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/collateral.dat"
              TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "STATEMENTS_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/statements.dat"
              TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "LOYBAL_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/loybal.dat" TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "LOYLEDGER_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/loyledger.dat"
              TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "QUICKPREF_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/quickpref.dat"
              TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "VALDATE_PATH" TO WS-ENV-NAME.
           MOVE "../../data/training/valdate.dat" TO WS-ENV-VALUE.
           PERFORM SET-ONE-ENV-OVERRIDE.
           MOVE "../../data/training/demo.dat"
              TO WS-DEMO-DAT-PATH.

           MOVE SPACES TO WS-EJ-DETAIL.
           PERFORM WRITE-SESSION-EVENT.

           PERFORM START-OF-SESSION-CHECKS.

      *    The field engineer's maintenance card opens the service
      *    menu instead of the customer session; everyone else is
      *    turned away while the machine is out of service.
              STOP RUN
           END-IF.

           IF WS-OUT-OF-SERVICE OR WS-HEAD-OFFICE-OUT THEN
              DISPLAY "Service interrompu, distributeur en "
                 "maintenance"
              DISPLAY "Carte Ejectee, merci de la reprendre"
              STOP RUN
           END-IF.
           IF WS-SCHEDULE-MAINTENANCE THEN
              DISPLAY "Maintenance programmee, retour prevu le "
                 WS-WINDOW-END(1:8) " a " WS-WINDOW-END(9:4)
              DISPLAY "Carte Ejectee, merci de la reprendre"
              STOP RUN
           END-IF.
           IF WS-SCHEDULE-CLOSED THEN
              DISPLAY "Distributeur ferme, horaires du jour : "
                 WS-TODAY-OPEN "-" WS-TODAY-CLOSE
              DISPLAY "Carte Ejectee, merci de la reprendre"
              STOP RUN
           END-IF.

           IF WS-MOTD-DATE = WS-NOW-DATE AND WS-MOTD NOT = SPACES THEN
              DISPLAY WS-MOTD
           END-IF.

      *    Between cutover and the next day's opening the night
      *    chain is running and nothing may post any more.
           END-IF.


      *    The first screen after the PIN for a card with a
      *    quick-cash preference: the usual amount from the usual
      *    account in one keystroke, through the same withdrawal
      *    and every check it makes. Declined, or "other
      *    operations", and the session carries on as before.
       QUICK-CASH-OFFER.
           PERFORM LOAD-QUICK-PREF.
           IF WS-QUICK-AMOUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BANK-RECORDS.
           IF WS-BANK-RECORDS-FS NOT = "00" THEN
              CLOSE BANK-RECORDS
              EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-ID TO RCD-PIN.
           MOVE WS-QUICK-ACCT-NO TO RCD-ACCT-NO.
           READ BANK-RECORDS
              INVALID KEY
                 MOVE 0 TO WS-QUICK-AMOUNT
              NOT INVALID KEY
                 IF RCD-ACTIVE THEN
                    MOVE RCD-LANGUAGE TO WS-LANGUAGE
                 ELSE
                    MOVE 0 TO WS-QUICK-AMOUNT
                 END-IF
           END-READ.
           CLOSE BANK-RECORDS.
           IF WS-QUICK-AMOUNT = 0 THEN
              DISPLAY "Retrait rapide indisponible sur ce compte"
              EXIT PARAGRAPH
           END-IF.

           IF WS-TRAINING-ON THEN
              DISPLAY "***       MODE FORMATION         ***"
           END-IF.
           IF WS-LANG-IS-EN THEN
              DISPLAY "1. Quick cash: " WS-QUICK-AMOUNT
                 " euros from account " WS-QUICK-ACCT-NO
              DISPLAY "2. Other operations"
           ELSE
              DISPLAY "1. Retrait rapide : " WS-QUICK-AMOUNT
                 " euros sur le compte " WS-QUICK-ACCT-NO
              DISPLAY "2. Autres operations"
           END-IF.
           MOVE 0 TO WS-QUICK-CHOICE.
           ACCEPT WS-QUICK-CHOICE.
           IF NOT WS-QUICK-TAKEN THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-QUICK-ACCT-NO TO ACCT-NO.
           MOVE 'RAPIDE' TO WS-EJ-EVENT.
           MOVE WS-QUICK-AMOUNT TO WS-EJ-AMOUNT.
           MOVE SPACES TO WS-EJ-DETAIL.
           PERFORM WRITE-SESSION-EVENT.
           CALL "WithdrawAccountFunction"
              USING CUSTOMER-ID ACCT-NO PROGRAM-STATUS-CODE
                 CARD-NUMBER WS-QUICK-AMOUNT WS-RECEIPT-CHOICE.
           IF PROGRAM-STATUS-CODE = 0 THEN
              PERFORM SAY-BYE-BYE
           END-IF.
           DISPLAY "Retrait rapide non effectue".

      *    A preference left by the card's previous holder is
      *    ignored; the receipt choice stands even when no amount
      *    is set.
       LOAD-QUICK-PREF.
           MOVE 0 TO WS-QUICK-AMOUNT.
           MOVE 0 TO WS-QUICK-ACCT-NO.
           MOVE 'N' TO WS-RECEIPT-CHOICE.
           ACCEPT WS-QUICKPREF-PATH FROM ENVIRONMENT "QUICKPREF_PATH"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           OPEN INPUT QUICK-PREFS.
           IF WS-QUICK-PREFS-FS NOT = "00" THEN
              CLOSE QUICK-PREFS
              EXIT PARAGRAPH
           END-IF.
           MOVE CARD-NUMBER TO QP-CARD-NUMBER.
           READ QUICK-PREFS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF QP-CUSTOMER-ID = CUSTOMER-ID THEN
                    MOVE QP-ACCT-NO TO WS-QUICK-ACCT-NO
                    MOVE QP-AMOUNT TO WS-QUICK-AMOUNT
                    MOVE QP-RECEIPT TO WS-RECEIPT-CHOICE
                 END-IF
           END-READ.
           CLOSE QUICK-PREFS.

       SELECT-ACCOUNT-STEP.
           PERFORM WITH TEST AFTER UNTIL PROGRAM-STATUS-CODE = 0
                                   OR PROGRAM-STATUS-CODE = 3
              DISPLAY "11. Exit"
              DISPLAY "12. Send cash without a card."
              DISPLAY "13. Mobile top-up."
              DISPLAY "14. Card controls and travel."
              DISPLAY "15. Loyalty points."
              DISPLAY "16. Quick cash settings."
           ELSE
              DISPLAY "1. Consulter votre solde."
              DISPLAY "2. Effectuer un dépot."
              DISPLAY "11. Quitter"
              DISPLAY "12. Envoyer des especes sans carte."
              DISPLAY "13. Recharge telephonique."
              DISPLAY "14. Controles carte et voyages."
              DISPLAY "15. Points fidelite."
              DISPLAY "16. Retrait rapide : mes preferences."
           END-IF.
       
       COMPUTE-USER-CHOICE.
              WHEN MENU-WITHDRAW
                 CALL "WithdrawAccountFunction"
                 USING CUSTOMER-ID ACCT-NO PROGRAM-STATUS-CODE
                    CARD-NUMBER WS-KEYED-AMOUNT WS-RECEIPT-CHOICE

              WHEN MENU-TRANSFER
                 CALL "TransferAccountFunction"
                 USING CUSTOMER-ID ACCT-NO PROGRAM-STATUS-CODE
                    CARD-NUMBER

              WHEN MENU-CARD-CONTROLS
                 CALL "CardControlFunction"
                 USING CARD-NUMBER WS-CARDHOLDER-OPERATOR
                    PROGRAM-STATUS-CODE

              WHEN MENU-LOYALTY
                 CALL "LoyaltyFunction"
                 USING CUSTOMER-ID ACCT-NO PROGRAM-STATUS-CODE
                    CARD-NUMBER

              WHEN MENU-QUICK-PREF
                 CALL "QuickCashPrefFunction"
                 USING CARD-NUMBER CUSTOMER-ID ACCT-NO
                    PROGRAM-STATUS-CODE
                 PERFORM LOAD-QUICK-PREF

              WHEN OTHER
                 MOVE 11 TO MENU-CHOICE
                 PERFORM SAY-BYE-BYE
      *    alerts, and the in/out-of-service switch.
       SUPERVISOR-MODE.
           DISPLAY "=== Mode superviseur ===".
           PERFORM LOAD-SERVICE-STATE.
           MOVE 0 TO WS-SUP-MENU-CHOICE.
           PERFORM UNTIL WS-SUP-MENU-QUIT
              DISPLAY "Etat siege : " WS-HEAD-OFFICE-STATE
                 "  horaires : " WS-SCHEDULE-STATE
              DISPLAY "1. Position de caisse"
              DISPLAY "2. Alertes caisse faible"
              DISPLAY "3. Basculer en/hors service (actuel : "
           END-PERFORM.
           CLOSE LOW-CASH-ALERTS.

      *    A state file from before the head-office switch holds
      *    the engineer's state alone; the rest reads as in
      *    service and open.
       LOAD-SERVICE-STATE.
           MOVE "ES" TO WS-SERVICE-STATE.
           MOVE "ES" TO WS-HEAD-OFFICE-STATE.
           MOVE "ES" TO WS-SCHEDULE-STATE.
           MOVE 0 TO WS-MOTD-DATE.
           MOVE SPACES TO WS-MOTD.
           OPEN INPUT ATM-STATE.
           IF WS-ATM-STATE-FS = "00" THEN
              READ ATM-STATE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE AS-SERVICE-STATE TO WS-SERVICE-STATE
                    IF AS-HEAD-OFFICE-STATE NOT = SPACES THEN
                       MOVE AS-HEAD-OFFICE-STATE
                          TO WS-HEAD-OFFICE-STATE
                    END-IF
                    IF AS-SCHEDULE-STATE NOT = SPACES THEN
                       MOVE AS-SCHEDULE-STATE TO WS-SCHEDULE-STATE
                    END-IF
                    IF AS-MOTD-DATE IS NUMERIC THEN
                       MOVE AS-MOTD-DATE TO WS-MOTD-DATE
                       MOVE AS-MOTD TO WS-MOTD
                    END-IF
              END-READ
              CLOSE ATM-STATE
           END-IF.

       SAVE-SERVICE-STATE.
           OPEN OUTPUT ATM-STATE.
           MOVE WS-SERVICE-STATE TO AS-SERVICE-STATE.
           MOVE WS-HEAD-OFFICE-STATE TO AS-HEAD-OFFICE-STATE.
           MOVE WS-SCHEDULE-STATE TO AS-SCHEDULE-STATE.
           MOVE WS-MOTD-DATE TO AS-MOTD-DATE.
           MOVE WS-MOTD TO AS-MOTD.
           WRITE ATM-STATE-LINE.
           CLOSE ATM-STATE.

      *    Before anyone is served: head office's queued commands
      *    are carried out, then the profile's hours and windows
      *    are held against the clock. Every change of state is
      *    journaled for the fleet availability report under its
      *    own event, so planned downtime is never taken for a
      *    fault.
       START-OF-SESSION-CHECKS.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL_ID"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:12) TO WS-NOW-STAMP.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           MOVE 'N' TO WS-STATE-CHANGED.
           PERFORM LOAD-SERVICE-STATE.
           PERFORM APPLY-HEAD-OFFICE-COMMANDS.
           PERFORM LOAD-TERMINAL-PROFILE.
           PERFORM APPLY-OPERATING-SCHEDULE.
           IF WS-STATE-CHANGED = 'Y' THEN
              PERFORM SAVE-SERVICE-STATE
           END-IF.

      *    Oldest first; each command is marked done, with when,
      *    as soon as it has been carried out, so it runs once.
       APPLY-HEAD-OFFICE-COMMANDS.
           OPEN I-O TERMINAL-COMMANDS.
           IF WS-TERMINAL-COMMANDS-FS NOT = "00" THEN
              CLOSE TERMINAL-COMMANDS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-COMMANDS-EOF.
           MOVE WS-TERMINAL-ID TO TC-TP-ID.
           MOVE 0 TO TC-SEQ.
           START TERMINAL-COMMANDS KEY IS >= TC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-COMMANDS-EOF
           END-START.
           PERFORM UNTIL WS-COMMANDS-EOF = 'Y'
              READ TERMINAL-COMMANDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-COMMANDS-EOF
                 NOT AT END
                    IF TC-TP-ID NOT = WS-TERMINAL-ID THEN
                       MOVE 'Y' TO WS-COMMANDS-EOF
                    ELSE
                       IF TC-IS-PENDING THEN
                          PERFORM CARRY-OUT-ONE-COMMAND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TERMINAL-COMMANDS.

       CARRY-OUT-ONE-COMMAND.
           MOVE SPACES TO WS-TERM-DETAIL.
           STRING "COMMANDE " TC-SEQ
              DELIMITED BY SIZE INTO WS-TERM-DETAIL
           END-STRING.
           EVALUATE TRUE
              WHEN TC-GO-OUT-OF-SERVICE
                 IF NOT WS-HEAD-OFFICE-OUT THEN
                    MOVE "HS" TO WS-HEAD-OFFICE-STATE
                    MOVE "HSSIEGE" TO WS-TERM-EVENT
                    PERFORM WRITE-TERMINAL-EVENT
                    MOVE 'Y' TO WS-STATE-CHANGED
                 END-IF
              WHEN TC-COME-BACK
                 IF WS-HEAD-OFFICE-OUT THEN
                    MOVE "ES" TO WS-HEAD-OFFICE-STATE
                    MOVE "ESSIEGE" TO WS-TERM-EVENT
                    PERFORM WRITE-TERMINAL-EVENT
                    MOVE 'Y' TO WS-STATE-CHANGED
                 END-IF
              WHEN TC-RELOAD-PARAMETERS
                 MOVE 'N' TO WS-CONFIG-EOF
                 PERFORM LOAD-DEPLOYMENT-CONFIG
                 ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL_ID"
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
                 MOVE "PARAMS" TO WS-TERM-EVENT
                 PERFORM WRITE-TERMINAL-EVENT
              WHEN TC-MESSAGE-OF-THE-DAY
                 MOVE TC-MESSAGE TO WS-MOTD
                 MOVE WS-NOW-DATE TO WS-MOTD-DATE
                 MOVE "MESSAGE" TO WS-TERM-EVENT
                 PERFORM WRITE-TERMINAL-EVENT
                 MOVE 'Y' TO WS-STATE-CHANGED
           END-EVALUATE.
           MOVE 'X' TO TC-STATUS.
           MOVE WS-NOW(1:14) TO TC-DONE-DATETIME.
           REWRITE TERMINAL-COMMAND-RECORD.

       LOAD-TERMINAL-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND.
           OPEN INPUT TERMINAL-PROFILES.
           IF WS-TERMINAL-PROFILES-FS NOT = "00" THEN
              CLOSE TERMINAL-PROFILES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERMINAL-ID TO TP-ID.
           READ TERMINAL-PROFILES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PROFILE-FOUND
           END-READ.
           CLOSE TERMINAL-PROFILES.

      *    A planned window outranks the hours. A machine with no
      *    profile, or a profile with no hours on it, stays open.
       APPLY-OPERATING-SCHEDULE.
           MOVE "ES" TO WS-NEW-SCHEDULE-STATE.
           MOVE 0 TO WS-TODAY-OPEN.
           MOVE 2400 TO WS-TODAY-CLOSE.
           IF WS-PROFILE-FOUND = 'N' THEN
              PERFORM RECORD-SCHEDULE-TRANSITION
              EXIT PARAGRAPH
           END-IF.

           IF TP-MAINTENANCE-WINDOWS IS NUMERIC THEN
              PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                    UNTIL WS-WINDOW-IDX > 3
                 IF TP-MW-START(WS-WINDOW-IDX) NOT = 0
                       AND TP-MW-START(WS-WINDOW-IDX) <= WS-NOW-STAMP
                       AND TP-MW-END(WS-WINDOW-IDX) > WS-NOW-STAMP
                       THEN
                    MOVE "MA" TO WS-NEW-SCHEDULE-STATE
                    MOVE TP-MW-END(WS-WINDOW-IDX) TO WS-WINDOW-END
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-NEW-SCHEDULE-STATE = "ES"
                 AND TP-WEEKLY-HOURS IS NUMERIC THEN
              MOVE TP-OPEN-TIME(WS-DAY-OF-WEEK) TO WS-TODAY-OPEN
              MOVE TP-CLOSE-TIME(WS-DAY-OF-WEEK) TO WS-TODAY-CLOSE
              IF WS-TODAY-CLOSE >= WS-TODAY-OPEN THEN
                 IF WS-NOW-HHMM < WS-TODAY-OPEN
                       OR WS-NOW-HHMM >= WS-TODAY-CLOSE THEN
                    MOVE "FE" TO WS-NEW-SCHEDULE-STATE
                 END-IF
              ELSE
                 IF WS-NOW-HHMM < WS-TODAY-OPEN
                       AND WS-NOW-HHMM >= WS-TODAY-CLOSE THEN
                    MOVE "FE" TO WS-NEW-SCHEDULE-STATE
                 END-IF
              END-IF
           END-IF.

           PERFORM RECORD-SCHEDULE-TRANSITION.

      *    Leaving one planned state and entering another are two
      *    rows, so each span pairs up on its own.
       RECORD-SCHEDULE-TRANSITION.
           IF WS-NEW-SCHEDULE-STATE = WS-SCHEDULE-STATE THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TERM-DETAIL.
           IF WS-SCHEDULE-CLOSED THEN
              MOVE "OUVERT" TO WS-TERM-EVENT
              MOVE "HORAIRES" TO WS-TERM-DETAIL
              PERFORM WRITE-TERMINAL-EVENT
           END-IF.
           IF WS-SCHEDULE-MAINTENANCE THEN
              MOVE "MAINTFIN" TO WS-TERM-EVENT
              MOVE "FENETRE" TO WS-TERM-DETAIL
              PERFORM WRITE-TERMINAL-EVENT
           END-IF.
           MOVE WS-NEW-SCHEDULE-STATE TO WS-SCHEDULE-STATE.
           MOVE 'Y' TO WS-STATE-CHANGED.
           MOVE SPACES TO WS-TERM-DETAIL.
           IF WS-SCHEDULE-CLOSED THEN
              MOVE "FERME" TO WS-TERM-EVENT
              STRING "HORAIRES " WS-TODAY-OPEN "-" WS-TODAY-CLOSE
                 DELIMITED BY SIZE INTO WS-TERM-DETAIL
              END-STRING
              PERFORM WRITE-TERMINAL-EVENT
           END-IF.
           IF WS-SCHEDULE-MAINTENANCE THEN
              MOVE "MAINTDEB" TO WS-TERM-EVENT
              STRING "FIN " WS-WINDOW-END
                 DELIMITED BY SIZE INTO WS-TERM-DETAIL
              END-STRING
              PERFORM WRITE-TERMINAL-EVENT
           END-IF.

       TOGGLE-SERVICE-STATE.
           IF WS-OUT-OF-SERVICE THEN
              MOVE "ES" TO WS-SERVICE-STATE
              MOVE "HS" TO WS-SERVICE-STATE
              DISPLAY "Distributeur mis hors service"
           END-IF.
           PERFORM SAVE-SERVICE-STATE.

      *    The transition itself goes to the fleet journal: the
      *    availability report measures downtime from these rows.
           MOVE WS-SERVICE-STATE TO WS-TERM-EVENT.
           MOVE "SUPERVISEUR" TO WS-TERM-DETAIL.
           PERFORM WRITE-TERMINAL-EVENT.

       WRITE-TERMINAL-EVENT.
           CALL "RecordTerminalEvent" USING BY REFERENCE
              WS-TERMINAL-ID WS-TERM-EVENT WS-TERM-DETAIL.

