       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckPhoneAccess.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONE-ACCESS ASSIGN TO '../../data/phoneacc.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PA-CM-ID
              FILE STATUS IS PHONE-ACCESS-FS.

           SELECT LOGIN-AUDIT ASSIGN TO '../../data/loginaudit.dat'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PHONE-ACCESS.
       COPY "PHONEACC.cpy".

      *  The same login trail the machine writes, so access to a
      *  customer by any channel reads back from one file.
       FD LOGIN-AUDIT.
       01 LOGIN-AUDIT-LINE PIC X(60).

       WORKING-STORAGE SECTION.

       01 PHONE-ACCESS-FS PIC XX.
       01 MAX-TRIES PIC 9 VALUE 3.

      *  What the keyed code digests to for this customer; compared
      *  to the stored digest so the clear code is never kept.
       01 WS-CODE-DIGEST PIC 9(4).

       LINKAGE SECTION.

       01 CUSTOMER-ID PIC 9(4).
       01 CODE-IN PIC 9(4).
      *  0 identified, 1 wrong code, 8 no code issued or revoked,
      *  9 locked (now or already).
       01 STATUS-CODE PIC 9.
       01 TRIES-LEFT PIC 9.

       PROCEDURE DIVISION
       USING BY REFERENCE CUSTOMER-ID CODE-IN STATUS-CODE TRIES-LEFT.

           MOVE 8 TO STATUS-CODE.
           MOVE 0 TO TRIES-LEFT.

           OPEN I-O PHONE-ACCESS.
           IF PHONE-ACCESS-FS NOT = "00" THEN
              CLOSE PHONE-ACCESS
              PERFORM LOG-LOGIN-ATTEMPT
              EXIT PROGRAM
           END-IF.

           MOVE CUSTOMER-ID TO PA-CM-ID.
           READ PHONE-ACCESS
              INVALID KEY
                 MOVE 'R' TO PA-STATUS
           END-READ.

      *    EXIT PROGRAM, as at the machine: a locked or revoked code
      *    never reaches the comparison below.
           IF PA-IS-REVOKED THEN
              CLOSE PHONE-ACCESS
              PERFORM LOG-LOGIN-ATTEMPT
              EXIT PROGRAM
           END-IF.
           IF PA-IS-LOCKED THEN
              MOVE 9 TO STATUS-CODE
              MOVE PA-TRIES-LEFT TO TRIES-LEFT
              CLOSE PHONE-ACCESS
              PERFORM LOG-LOGIN-ATTEMPT
              EXIT PROGRAM
           END-IF.

           CALL "PinTranslate" USING BY REFERENCE CUSTOMER-ID
              CODE-IN WS-CODE-DIGEST.
           IF PA-CODE-DIGEST = WS-CODE-DIGEST THEN
              MOVE 0 TO STATUS-CODE
           ELSE
              MOVE 1 TO STATUS-CODE
           END-IF.

           PERFORM UPDATE-TRIES-AND-LOCK.
           CLOSE PHONE-ACCESS.
           PERFORM LOG-LOGIN-ATTEMPT.

           EXIT PROGRAM.

       UPDATE-TRIES-AND-LOCK.
           IF STATUS-CODE = 0 THEN
              MOVE MAX-TRIES TO PA-TRIES-LEFT
              MOVE FUNCTION CURRENT-DATE(1:14) TO PA-LAST-CALL
           ELSE
              SUBTRACT 1 FROM PA-TRIES-LEFT
              IF PA-TRIES-LEFT = 0 THEN
                 MOVE 'L' TO PA-STATUS
                 MOVE 9 TO STATUS-CODE
              END-IF
           END-IF.
           MOVE PA-TRIES-LEFT TO TRIES-LEFT.
           REWRITE PHONE-ACCESS-RECORD.

       LOG-LOGIN-ATTEMPT.
           OPEN EXTEND LOGIN-AUDIT.
           MOVE SPACES TO LOGIN-AUDIT-LINE.
           IF STATUS-CODE = 0 THEN
              STRING "LOGIN TEL OK client=" CUSTOMER-ID
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO LOGIN-AUDIT-LINE
           ELSE
              STRING "LOGIN TEL ECHEC client=" CUSTOMER-ID
                 " code=" STATUS-CODE
                 " le=" FUNCTION CURRENT-DATE(1:14)
                 DELIMITED BY SIZE INTO LOGIN-AUDIT-LINE
           END-IF.
           WRITE LOGIN-AUDIT-LINE.
           CLOSE LOGIN-AUDIT.

       END PROGRAM CheckPhoneAccess.
