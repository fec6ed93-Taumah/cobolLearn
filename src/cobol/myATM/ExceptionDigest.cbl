       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionDigest.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The morning worklist itself: every item ever raised, open
      *  ones carried forward from one night to the next.
           SELECT EXCEPTION-ITEMS ASSIGN TO '../../data/excwork.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EX-ID
              ALTERNATE RECORD KEY IS EX-SOURCE-KEY
              FILE STATUS IS EXCEPTION-ITEMS-FS.

      *  The open items, most urgent first, for the back office to
      *  print when it comes in.
           SELECT DIGEST-REPORT ASSIGN TO '../../data/excdigest.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

      *  The overnight rejection files, each in the layout its own
      *  step writes it.
           SELECT BULK-REJECTS ASSIGN TO '../../data/bulkrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT DD-REJECTS ASSIGN TO '../../data/ddrejects.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT UNPAID-RETURNS ASSIGN TO '../../data/chqunpaid.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT DISCREPANCIES ASSIGN TO '../../data/settledisc.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SD-DATE
              FILE STATUS IS SOURCE-FS.

           SELECT PROOF-REPORT ASSIGN TO '../../data/subproof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT REJECTS-QUEUE ASSIGN TO '../../data/netpresrej.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

      *  The returned transfers nobody could be matched to are the
      *  suspense lines of the return report.
           SELECT RETURN-REPORT ASSIGN TO '../../data/retreport.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT GL-LATE-ENTRIES ASSIGN TO '../../data/gllate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

           SELECT SANCTIONS-HITS ASSIGN TO '../../data/sancthit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SH-ID
              FILE STATUS IS SOURCE-FS.

           SELECT DEATH-MATCHES ASSIGN TO '../../data/decmatch.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-ID
              FILE STATUS IS SOURCE-FS.

           SELECT CIT-ORDERS ASSIGN TO '../../data/citorder.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-ID
              FILE STATUS IS SOURCE-FS.

           SELECT CIT-LOADS ASSIGN TO '../../data/citloads.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD EXCEPTION-ITEMS.
       COPY "EXCITEM.cpy".

       FD DIGEST-REPORT.
       01 DIGEST-LINE PIC X(132).

       FD BULK-REJECTS.
       01 BULK-REJECT-LINE.
           03 FILLER PIC X(12).
           03 BJ-IBAN PIC X(34).
           03 FILLER PIC X(9).
           03 BJ-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X.
           03 BJ-CURRENCY PIC X(3).
           03 FILLER PIC X(7).
           03 BJ-REASON PIC X(40).
           03 FILLER PIC X(7).

       FD DD-REJECTS.
       01 DD-REJECT-LINE.
           03 FILLER PIC X(13).
           03 DR-MANDATE-ID PIC X(6).
           03 FILLER PIC X(11).
           03 DR-CREDITOR-ID PIC X(6).
           03 FILLER PIC X(8).
           03 DR-PIN PIC 9(4).
           03 FILLER PIC X.
           03 DR-ACCT-NO PIC 9(2).
           03 FILLER PIC X(9).
           03 DR-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X(7).
           03 DR-REASON PIC X(6).

       FD UNPAID-RETURNS.
       01 UNPAID-RETURN-LINE.
           03 FILLER PIC X(13).
           03 UP-SERIAL PIC X(6).
           03 FILLER PIC X(8).
           03 UP-PIN PIC 9(4).
           03 FILLER PIC X.
           03 UP-ACCT-NO PIC 9(2).
           03 FILLER PIC X(9).
           03 UP-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X(7).
           03 UP-REASON PIC X(23).

       FD DISCREPANCIES.
       COPY "SETTLDISC.cpy".

       FD PROOF-REPORT.
       01 PROOF-REPORT-LINE.
           03 SP-LABEL PIC X(20).
           03 SP-VERDICT PIC X(18).
           03 SP-SUB-AMOUNT PIC S9(11)V99.
           03 FILLER PIC X(10).
           03 SP-GL-AMOUNT PIC S9(11)V99.
           03 FILLER PIC X(16).

       FD REJECTS-QUEUE.
       COPY "NETPRREJ.cpy".

       FD RETURN-REPORT.
       01 RETURN-REPORT-LINE.
           03 RR-TAG PIC X(12).
           03 RR-REF PIC X(8).
           03 FILLER PIC X(70).
       01 RETURN-REPORT-ACCOUNT.
           03 FILLER PIC X(20).
           03 RR-ACCOUNT-TAG PIC X(8).
           03 RR-PIN PIC 9(4).
           03 FILLER PIC X.
           03 RR-ACCT-NO PIC 9(2).
           03 FILLER PIC X(55).
       01 RETURN-REPORT-REASON.
           03 FILLER PIC X(27).
           03 RR-REASON PIC X(20).
           03 FILLER PIC X(43).

       FD GL-LATE-ENTRIES.
       01 GL-LATE-LINE.
           03 GL-TAG PIC X(14).
           03 FILLER PIC X(13).
           03 GL-ORIG-REF PIC X(8).
           03 FILLER PIC X(4).
           03 GL-ORIG-DATE PIC X(8).
           03 FILLER PIC X(18).
           03 GL-REVERSAL-DATE PIC X(8).
           03 FILLER PIC X(7).

       FD SANCTIONS-HITS.
       COPY "SANCTHIT.cpy".

       FD DEATH-MATCHES.
       COPY "DECMATCH.cpy".

       FD CIT-ORDERS.
       COPY "CITORDER.cpy".

       FD CIT-LOADS.
       01 CIT-LOAD-RECORD.
           03 CL-DATE PIC 9(8).
           03 FILLER PIC X.
           03 CL-BRANCH PIC X(2).
           03 FILLER PIC X.
           03 CL-TERMINAL PIC X(4).
           03 FILLER PIC X.
           03 CL-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01 EXCEPTION-ITEMS-FS PIC XX.
       01 SOURCE-FS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-LINE-NO PIC 9(5).
       01 WS-NEXT-ID PIC 9(6) VALUE 0.

      *  The item being raised, before it goes on the worklist.
       01 WS-NEW-SOURCE PIC X(8).
       01 WS-NEW-REF PIC X(24).
       01 WS-NEW-CUSTOMER-ID PIC 9(4).
       01 WS-NEW-ACCT-NO PIC 9(2).
       01 WS-NEW-AMOUNT PIC 9(11)V99.
       01 WS-NEW-DETAIL PIC X(40).
      *  Set when the source itself says the item is dealt with.
       01 WS-NEW-SETTLED-BY PIC 9(6).
       01 WS-NEW-IS-SETTLED PIC X.

       01 WS-DIFFERENCE PIC S9(11)V99.

      *  Which team owns each source and how urgent a fresh item
      *  from it is.
       01 WS-ROUTING-LIST.
           03 FILLER PIC X(21) VALUE "VIREMASS3PAIEMENTS   ".
           03 FILLER PIC X(21) VALUE "PRELEVMT2PAIEMENTS   ".
           03 FILLER PIC X(21) VALUE "IMPAYES 2CHEQUES     ".
           03 FILLER PIC X(21) VALUE "REGLEMNT1MONETIQUE   ".
           03 FILLER PIC X(21) VALUE "PREUVE  1COMPTABILITE".
           03 FILLER PIC X(21) VALUE "PRESENTM3MONETIQUE   ".
           03 FILLER PIC X(21) VALUE "RETOURVI2PAIEMENTS   ".
           03 FILLER PIC X(21) VALUE "GLTARDIF2COMPTABILITE".
           03 FILLER PIC X(21) VALUE "SANCTION1CONFORMITE  ".
           03 FILLER PIC X(21) VALUE "FONDSCIT2CAISSE      ".
           03 FILLER PIC X(21) VALUE "DECES   1SUCCESSIONS ".
       01 WS-ROUTING-TABLE REDEFINES WS-ROUTING-LIST.
           03 WS-ROUTING-ENTRY OCCURS 11 TIMES
                 INDEXED BY WS-ROUTING-IDX.
               05 WS-R-SOURCE PIC X(8).
               05 WS-R-PRIORITY PIC 9.
               05 WS-R-TEAM PIC X(12).

      *  An item left open this many business days moves up one
      *  priority, and again at twice as many.
       01 ESCALATE-AFTER-DAYS PIC 9(2) VALUE 3.

      *  Cash delivered to and loaded from each branch's vault,
      *  for the loads the deliveries cannot account for.
       01 WS-CIT-TABLE.
           03 WS-CIT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CIT-IDX.
               05 WS-C-BRANCH PIC X(2).
               05 WS-C-DELIVERED PIC 9(9)V99.
               05 WS-C-LOADED PIC 9(9)V99.
       01 WS-CIT-COUNT PIC 9(2) VALUE 0.
       01 WS-LOOKUP-BRANCH PIC X(2).
       01 WS-FOUND PIC X.

       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIORITY-PASS PIC 9.
       01 WS-PRIORITY-COUNT PIC 9(5).
       01 WS-AMOUNT-EDIT PIC Z(10)9,99.

       LINKAGE SECTION.

       01 BUSINESS-DATE-IN PIC 9(8).
       01 OPEN-COUNT-OUT PIC 9(5).
      *  0 = worklist built; 1 = the worklist file could not be
      *  opened.
       01 STATUS-CODE PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE BUSINESS-DATE-IN OPEN-COUNT-OUT
             STATUS-CODE.

           MOVE BUSINESS-DATE-IN TO WS-TODAY.
           MOVE 0 TO OPEN-COUNT-OUT.
           MOVE 0 TO WS-RAISED-COUNT.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-CIT-COUNT.

           OPEN I-O EXCEPTION-ITEMS.
           IF EXCEPTION-ITEMS-FS = "35" THEN
              CLOSE EXCEPTION-ITEMS
              OPEN OUTPUT EXCEPTION-ITEMS
              CLOSE EXCEPTION-ITEMS
              OPEN I-O EXCEPTION-ITEMS
           END-IF.
           IF EXCEPTION-ITEMS-FS NOT = "00" THEN
              MOVE 1 TO STATUS-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM AGE-OPEN-ITEMS.

           PERFORM HARVEST-BULK-REJECTS.
           PERFORM HARVEST-DD-REJECTS.
           PERFORM HARVEST-UNPAID-CHEQUES.
           PERFORM HARVEST-SETTLEMENT-BREAKS.
           PERFORM HARVEST-SUBLEDGER-BREAKS.
           PERFORM HARVEST-PRESENTMENT-REJECTS.
           PERFORM HARVEST-TRANSFER-SUSPENSE.
           PERFORM HARVEST-LATE-GL-ENTRIES.
           PERFORM HARVEST-SANCTIONS-HITS.
           PERFORM HARVEST-DEATH-MATCHES.
           PERFORM HARVEST-CIT-ANOMALIES.

           PERFORM WRITE-DIGEST.
           CLOSE EXCEPTION-ITEMS.

           MOVE WS-OPEN-COUNT TO OPEN-COUNT-OUT.
           MOVE 0 TO STATUS-CODE.
           EXIT PROGRAM.

      *    One more business day on every item still open, once per
      *    business date however often the chain is rerun; the
      *    priority follows the age.
       AGE-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO EX-ID.
           START EXCEPTION-ITEMS KEY IS > EX-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ EXCEPTION-ITEMS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE EX-ID TO WS-NEXT-ID
                    IF EX-IS-OPEN
                          AND EX-LAST-AGED-DATE < WS-TODAY THEN
                       ADD 1 TO EX-AGE-DAYS
                       MOVE WS-TODAY TO EX-LAST-AGED-DATE
                       PERFORM SET-ITEM-PRIORITY
                       REWRITE EXCEPTION-ITEM-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       SET-ITEM-PRIORITY.
           MOVE EX-BASE-PRIORITY TO EX-PRIORITY.
           IF EX-AGE-DAYS >= ESCALATE-AFTER-DAYS
                 AND EX-PRIORITY > 1 THEN
              SUBTRACT 1 FROM EX-PRIORITY
           END-IF.
           IF EX-AGE-DAYS >= ESCALATE-AFTER-DAYS * 2
                 AND EX-PRIORITY > 1 THEN
              SUBTRACT 1 FROM EX-PRIORITY
           END-IF.

      *    Each harvest paragraph starts from a blank item and
      *    fills in what its source knows.
       CLEAR-NEW-ITEM.
           MOVE SPACES TO WS-NEW-REF.
           MOVE SPACES TO WS-NEW-DETAIL.
           MOVE 0 TO WS-NEW-CUSTOMER-ID.
           MOVE 0 TO WS-NEW-ACCT-NO.
           MOVE 0 TO WS-NEW-AMOUNT.
           MOVE 'N' TO WS-NEW-IS-SETTLED.
           MOVE 0 TO WS-NEW-SETTLED-BY.

      *    An item already on the worklist is left as it stands:
      *    open, assigned or closed, it is the same item. One the
      *    source itself has since settled is closed for the team.
       RAISE-EXCEPTION-ITEM.
           MOVE WS-NEW-SOURCE TO EX-SOURCE.
           MOVE WS-NEW-REF TO EX-REF.
           READ EXCEPTION-ITEMS KEY IS EX-SOURCE-KEY
              INVALID KEY
                 IF WS-NEW-IS-SETTLED = 'N' THEN
                    PERFORM WRITE-NEW-ITEM
                 END-IF
              NOT INVALID KEY
                 IF WS-NEW-IS-SETTLED = 'Y' AND EX-IS-OPEN THEN
                    MOVE 'C' TO EX-STATUS
                    MOVE WS-NEW-SETTLED-BY TO EX-CLOSED-BY
                    MOVE WS-TODAY TO EX-CLOSED-DATE
                    REWRITE EXCEPTION-ITEM-RECORD
                    ADD 1 TO WS-CLOSED-COUNT
                 END-IF
           END-READ.

       WRITE-NEW-ITEM.
           MOVE SPACES TO EXCEPTION-ITEM-RECORD.
           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO EX-ID.
           MOVE WS-NEW-SOURCE TO EX-SOURCE.
           MOVE WS-NEW-REF TO EX-REF.
           MOVE WS-NEW-CUSTOMER-ID TO EX-CUSTOMER-ID.
           MOVE WS-NEW-ACCT-NO TO EX-ACCT-NO.
           MOVE WS-NEW-AMOUNT TO EX-AMOUNT.
           MOVE WS-NEW-DETAIL TO EX-DETAIL.
           MOVE WS-TODAY TO EX-FIRST-SEEN-DATE.
           MOVE 0 TO EX-AGE-DAYS.
           MOVE WS-TODAY TO EX-LAST-AGED-DATE.
           MOVE 3 TO EX-BASE-PRIORITY.
           MOVE "BACK-OFFICE" TO EX-TEAM.
           PERFORM VARYING WS-ROUTING-IDX FROM 1 BY 1
                 UNTIL WS-ROUTING-IDX > 11
              IF WS-R-SOURCE(WS-ROUTING-IDX) = WS-NEW-SOURCE THEN
                 MOVE WS-R-PRIORITY(WS-ROUTING-IDX)
                    TO EX-BASE-PRIORITY
                 MOVE WS-R-TEAM(WS-ROUTING-IDX) TO EX-TEAM
              END-IF
           END-PERFORM.
           MOVE EX-BASE-PRIORITY TO EX-PRIORITY.
           MOVE 0 TO EX-ASSIGNED-TO.
           MOVE 0 TO EX-ASSIGNED-DATE.
           MOVE 0 TO EX-CLOSED-BY.
           MOVE 0 TO EX-CLOSED-DATE.
           MOVE 'O' TO EX-STATUS.
           WRITE EXCEPTION-ITEM-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-RAISED-COUNT
           END-WRITE.

      *    The reject files rewritten every night carry no key of
      *    their own: the business date and the line's place in
      *    the file stand in for one.
       HARVEST-BULK-REJECTS.
           OPEN INPUT BULK-REJECTS.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BULK-REJECTS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF BJ-AMOUNT IS NUMERIC THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "VIREMASS" TO WS-NEW-SOURCE
                       STRING WS-TODAY "-" WS-LINE-NO
                          DELIMITED BY SIZE INTO WS-NEW-REF
                       END-STRING
                       MOVE BJ-AMOUNT TO WS-NEW-AMOUNT
                       STRING BJ-IBAN(1:20) " " BJ-REASON
                          DELIMITED BY SIZE INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BULK-REJECTS.

       HARVEST-DD-REJECTS.
           OPEN INPUT DD-REJECTS.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DD-REJECTS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF DR-PIN IS NUMERIC
                          AND DR-AMOUNT IS NUMERIC THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "PRELEVMT" TO WS-NEW-SOURCE
                       STRING WS-TODAY "-" WS-LINE-NO
                          DELIMITED BY SIZE INTO WS-NEW-REF
                       END-STRING
                       MOVE DR-PIN TO WS-NEW-CUSTOMER-ID
                       MOVE DR-ACCT-NO TO WS-NEW-ACCT-NO
                       MOVE DR-AMOUNT TO WS-NEW-AMOUNT
                       STRING "mandat " DR-MANDATE-ID
                          " creancier " DR-CREDITOR-ID
                          " " DR-REASON
                          DELIMITED BY SIZE INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DD-REJECTS.

       HARVEST-UNPAID-CHEQUES.
           OPEN INPUT UNPAID-RETURNS.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ UNPAID-RETURNS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF UP-PIN IS NUMERIC
                          AND UP-AMOUNT IS NUMERIC THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "IMPAYES" TO WS-NEW-SOURCE
                       STRING UP-PIN UP-ACCT-NO "-" UP-SERIAL
                          "-" WS-TODAY
                          DELIMITED BY SIZE INTO WS-NEW-REF
                       END-STRING
                       MOVE UP-PIN TO WS-NEW-CUSTOMER-ID
                       MOVE UP-ACCT-NO TO WS-NEW-ACCT-NO
                       MOVE UP-AMOUNT TO WS-NEW-AMOUNT
                       STRING "cheque " UP-SERIAL " " UP-REASON
                          DELIMITED BY SIZE INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE UNPAID-RETURNS.

      *    The discrepancy file keeps its own open/resolved status;
      *    a break resolved there closes here too.
       HARVEST-SETTLEMENT-BREAKS.
           OPEN INPUT DISCREPANCIES.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DISCREPANCIES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CLEAR-NEW-ITEM
                    MOVE "REGLEMNT" TO WS-NEW-SOURCE
                    MOVE SD-DATE TO WS-NEW-REF
                    COMPUTE WS-DIFFERENCE =
                       SD-OUR-AMOUNT - SD-ACK-AMOUNT
                    IF WS-DIFFERENCE < 0 THEN
                       COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
                    END-IF
                    MOVE WS-DIFFERENCE TO WS-NEW-AMOUNT
                    STRING "reglement " SD-NATURE
                       " du " SD-DATE
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                    END-STRING
                    IF SD-IS-RESOLVED THEN
                       MOVE 'Y' TO WS-NEW-IS-SETTLED
                       MOVE SD-RESOLVED-BY TO WS-NEW-SETTLED-BY
                    END-IF
                    PERFORM RAISE-EXCEPTION-ITEM
              END-READ
           END-PERFORM.
           CLOSE DISCREPANCIES.

       HARVEST-SUBLEDGER-BREAKS.
           OPEN INPUT PROOF-REPORT.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PROOF-REPORT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SP-VERDICT(1:7) = " ECART" THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "PREUVE" TO WS-NEW-SOURCE
                       STRING WS-TODAY "-" SP-LABEL(1:15)
                          DELIMITED BY SIZE INTO WS-NEW-REF
                       END-STRING
                       COMPUTE WS-DIFFERENCE =
                          SP-SUB-AMOUNT - SP-GL-AMOUNT
                       IF WS-DIFFERENCE < 0 THEN
                          COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
                       END-IF
                       MOVE WS-DIFFERENCE TO WS-NEW-AMOUNT
                       STRING "ecart " SP-LABEL
                          DELIMITED BY SIZE INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROOF-REPORT.

      *    The queue accumulates; an item the chargeback desk has
      *    dealt with is closed on the worklist by the team.
       HARVEST-PRESENTMENT-REJECTS.
           OPEN INPUT REJECTS-QUEUE.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ REJECTS-QUEUE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CLEAR-NEW-ITEM
                    MOVE "PRESENTM" TO WS-NEW-SOURCE
                    STRING NR-CARD NR-DATETIME NR-TERMINAL
                       DELIMITED BY SIZE INTO WS-NEW-REF
                    END-STRING
                    MOVE NR-AMOUNT TO WS-NEW-AMOUNT
                    STRING "carte " NR-CARD " " NR-REASON
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                    END-STRING
                    PERFORM RAISE-EXCEPTION-ITEM
              END-READ
           END-PERFORM.
           CLOSE REJECTS-QUEUE.

       HARVEST-TRANSFER-SUSPENSE.
           OPEN INPUT RETURN-REPORT.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RETURN-REPORT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF RR-TAG = "SUSPENS ref=" THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "RETOURVI" TO WS-NEW-SOURCE
                       MOVE RR-REF TO WS-NEW-REF
                       IF RR-ACCOUNT-TAG = " compte="
                             AND RR-PIN IS NUMERIC THEN
                          MOVE RR-PIN TO WS-NEW-CUSTOMER-ID
                          MOVE RR-ACCT-NO TO WS-NEW-ACCT-NO
                          STRING "retour ref " RR-REF
                             " compte introuvable"
                             DELIMITED BY SIZE INTO WS-NEW-DETAIL
                          END-STRING
                       ELSE
                          STRING "retour ref " RR-REF " " RR-REASON
                             DELIMITED BY SIZE INTO WS-NEW-DETAIL
                          END-STRING
                       END-IF
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETURN-REPORT.

       HARVEST-LATE-GL-ENTRIES.
           OPEN INPUT GL-LATE-ENTRIES.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GL-LATE-ENTRIES
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF GL-TAG = "ENTREE TARDIVE" THEN
                       PERFORM CLEAR-NEW-ITEM
                       MOVE "GLTARDIF" TO WS-NEW-SOURCE
                       MOVE GL-ORIG-REF TO WS-NEW-REF
                       STRING "ref " GL-ORIG-REF " du " GL-ORIG-DATE
                          " contre-passee " GL-REVERSAL-DATE
                          DELIMITED BY SIZE INTO WS-NEW-DETAIL
                       END-STRING
                       PERFORM RAISE-EXCEPTION-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-LATE-ENTRIES.

      *    A hit confirmed or dismissed at the sanctions desk is
      *    closed here under the decider's id.
       HARVEST-SANCTIONS-HITS.
           OPEN INPUT SANCTIONS-HITS.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SANCTIONS-HITS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CLEAR-NEW-ITEM
                    MOVE "SANCTION" TO WS-NEW-SOURCE
                    MOVE SH-ID TO WS-NEW-REF
                    MOVE SH-CM-ID TO WS-NEW-CUSTOMER-ID
                    STRING "ressemble a " SH-LIST-NAME(1:10) " "
                       SH-LIST-LAST-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                    END-STRING
                    IF NOT SH-IS-OPEN THEN
                       MOVE 'Y' TO WS-NEW-IS-SETTLED
                       MOVE SH-DECIDED-BY TO WS-NEW-SETTLED-BY
                    END-IF
                    PERFORM RAISE-EXCEPTION-ITEM
              END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HITS.

      *    A probable match with the register of deaths waits on
      *    the review desk; confirmed or dismissed there, it is
      *    closed here under the reviewer's id. A certain match
      *    was acted on at import and never reaches the list.
       HARVEST-DEATH-MATCHES.
           OPEN INPUT DEATH-MATCHES.
           IF SOURCE-FS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DEATH-MATCHES NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CLEAR-NEW-ITEM
                    MOVE "DECES" TO WS-NEW-SOURCE
                    MOVE DM-ID TO WS-NEW-REF
                    MOVE DM-CM-ID TO WS-NEW-CUSTOMER-ID
                    STRING "deces registre " DM-REG-DEATH-DATE
                       " score " DM-SCORE
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                    END-STRING
                    IF NOT DM-IS-OPEN THEN
                       MOVE 'Y' TO WS-NEW-IS-SETTLED
                       MOVE DM-DECIDED-BY TO WS-NEW-SETTLED-BY
                    END-IF
                    PERFORM RAISE-EXCEPTION-ITEM
              END-READ
           END-PERFORM.
           CLOSE DEATH-MATCHES.

      *    Two cash-in-transit anomalies: a delivery that did not
      *    match its order, and a branch that has loaded into its
      *    machines more than the carrier ever delivered to it.
       HARVEST-CIT-ANOMALIES.
           OPEN INPUT CIT-ORDERS.
           IF SOURCE-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CIT-ORDERS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF NOT CO-IS-ORDERED THEN
                          PERFORM NOTE-CIT-DELIVERY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CIT-ORDERS
           END-IF.

           OPEN INPUT CIT-LOADS.
           IF SOURCE-FS = "00" THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CIT-LOADS
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE CL-BRANCH TO WS-LOOKUP-BRANCH
                       PERFORM FIND-CIT-BRANCH
                       IF WS-FOUND = 'Y' THEN
                          ADD CL-AMOUNT TO WS-C-LOADED(WS-CIT-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CIT-LOADS
           END-IF.

           PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
                 UNTIL WS-CIT-IDX > WS-CIT-COUNT
              IF WS-C-LOADED(WS-CIT-IDX)
                    > WS-C-DELIVERED(WS-CIT-IDX) THEN
                 PERFORM CLEAR-NEW-ITEM
                 MOVE "FONDSCIT" TO WS-NEW-SOURCE
                 STRING "CHARGE AGENCE " WS-C-BRANCH(WS-CIT-IDX)
                    " " WS-TODAY
                    DELIMITED BY SIZE INTO WS-NEW-REF
                 END-STRING
                 COMPUTE WS-NEW-AMOUNT = WS-C-LOADED(WS-CIT-IDX)
                    - WS-C-DELIVERED(WS-CIT-IDX)
                 STRING "agence " WS-C-BRANCH(WS-CIT-IDX)
                    " charge au-dela du livre"
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
                 END-STRING
                 PERFORM RAISE-EXCEPTION-ITEM
              END-IF
           END-PERFORM.

       NOTE-CIT-DELIVERY.
           MOVE CO-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM FIND-CIT-BRANCH.
           IF WS-FOUND = 'N' AND WS-CIT-COUNT < 50 THEN
              ADD 1 TO WS-CIT-COUNT
              SET WS-CIT-IDX TO WS-CIT-COUNT
              MOVE CO-BRANCH TO WS-C-BRANCH(WS-CIT-IDX)
              MOVE 0 TO WS-C-DELIVERED(WS-CIT-IDX)
              MOVE 0 TO WS-C-LOADED(WS-CIT-IDX)
              MOVE 'Y' TO WS-FOUND
           END-IF.
           IF WS-FOUND = 'Y' THEN
              ADD CO-DELIVERED-AMOUNT TO WS-C-DELIVERED(WS-CIT-IDX)
           END-IF.

           IF CO-DELIVERED-AMOUNT = CO-ORDERED-AMOUNT THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-NEW-ITEM.
           MOVE "FONDSCIT" TO WS-NEW-SOURCE.
           STRING "COMMANDE " CO-ID
              DELIMITED BY SIZE INTO WS-NEW-REF.
           COMPUTE WS-DIFFERENCE =
              CO-ORDERED-AMOUNT - CO-DELIVERED-AMOUNT.
           IF WS-DIFFERENCE < 0 THEN
              COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF.
           MOVE WS-DIFFERENCE TO WS-NEW-AMOUNT.
           STRING "commande " CO-ID " agence " CO-BRANCH
              " scelle " CO-SEAL-NUMBER
              DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM RAISE-EXCEPTION-ITEM.

       FIND-CIT-BRANCH.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
                 UNTIL WS-CIT-IDX > WS-CIT-COUNT
                    OR WS-FOUND = 'Y'
              IF WS-C-BRANCH(WS-CIT-IDX) = WS-LOOKUP-BRANCH THEN
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y' THEN
              SET WS-CIT-IDX DOWN BY 1
           END-IF.

      *    Priority 1 first, then 2, then 3: one pass of the
      *    worklist per priority.
       WRITE-DIGEST.
           OPEN OUTPUT DIGEST-REPORT.
           MOVE SPACES TO DIGEST-LINE.
           STRING "EXCEPTIONS DE LA NUIT - JOURNEE DU " WS-TODAY
              DELIMITED BY SIZE INTO DIGEST-LINE.
           WRITE DIGEST-LINE.
           MOVE SPACES TO DIGEST-LINE.
           STRING "PRIO NUMERO SOURCE   COMPTE  "
              "       MONTANT AGE EQUIPE       AFFECTE DETAIL"
              DELIMITED BY SIZE INTO DIGEST-LINE.
           WRITE DIGEST-LINE.

           PERFORM VARYING WS-PRIORITY-PASS FROM 1 BY 1
                 UNTIL WS-PRIORITY-PASS > 3
              MOVE 0 TO WS-PRIORITY-COUNT
              MOVE 'N' TO WS-EOF
              MOVE 0 TO EX-ID
              START EXCEPTION-ITEMS KEY IS > EX-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ EXCEPTION-ITEMS NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF EX-IS-OPEN
                             AND EX-PRIORITY = WS-PRIORITY-PASS THEN
                          PERFORM WRITE-DIGEST-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              MOVE SPACES TO DIGEST-LINE
              STRING "  PRIORITE " WS-PRIORITY-PASS
                 " OUVERTS=" WS-PRIORITY-COUNT
                 DELIMITED BY SIZE INTO DIGEST-LINE
              END-STRING
              WRITE DIGEST-LINE
           END-PERFORM.

           MOVE SPACES TO DIGEST-LINE.
           STRING "TOTAL OUVERTS=" WS-OPEN-COUNT
              " NOUVEAUX=" WS-RAISED-COUNT
              " SOLDES PAR LA SOURCE=" WS-CLOSED-COUNT
              DELIMITED BY SIZE INTO DIGEST-LINE.
           WRITE DIGEST-LINE.
           CLOSE DIGEST-REPORT.

       WRITE-DIGEST-ITEM.
           ADD 1 TO WS-PRIORITY-COUNT.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE EX-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO DIGEST-LINE.
           STRING "  " EX-PRIORITY "  " EX-ID " " EX-SOURCE " "
              EX-CUSTOMER-ID "-" EX-ACCT-NO " " WS-AMOUNT-EDIT
              " " EX-AGE-DAYS " " EX-TEAM " " EX-ASSIGNED-TO
              " " EX-DETAIL
              DELIMITED BY SIZE INTO DIGEST-LINE.
           WRITE DIGEST-LINE.

       END PROGRAM ExceptionDigest.
