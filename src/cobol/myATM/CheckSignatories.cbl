       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckSignatories.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ENTITIES ASSIGN TO '../../data/legalent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LE-CM-ID
              ALTERNATE RECORD KEY IS LE-SIREN
              FILE STATUS IS LEGAL-ENTITIES-FS.

           SELECT SIGNATORIES ASSIGN TO '../../data/signatory.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SG-KEY
              ALTERNATE RECORD KEY IS SG-PERSON-ID WITH DUPLICATES
              FILE STATUS IS SIGNATORIES-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LEGAL-ENTITIES.
       COPY "LEGALENT.cpy".

       FD SIGNATORIES.
       COPY "SIGNATORY.cpy".

       WORKING-STORAGE SECTION.

       01 LEGAL-ENTITIES-FS PIC XX.
       01 SIGNATORIES-FS PIC XX.

       LINKAGE SECTION.

      *    The account holder's customer id, RCD-PIN.
       01 ENTITY-ID-IN PIC 9(4).
      *    Customer ids of the persons signing; zero when not
      *    (yet) given.
       01 FIRST-SIGNER-IN PIC 9(4).
       01 SECOND-SIGNER-IN PIC 9(4).
       01 AMOUNT-IN PIC 9(7)V99.
      *    N the holder is a private person, no signature rule;
      *    O the signature given is enough; S a second signatory
      *    is needed; X the first signer has no power to sign;
      *    Y the second signer has none, or is the first again.
       01 RESULT-OUT PIC X.

       PROCEDURE DIVISION
       USING BY REFERENCE ENTITY-ID-IN FIRST-SIGNER-IN
           SECOND-SIGNER-IN AMOUNT-IN RESULT-OUT.

           MOVE 'N' TO RESULT-OUT.

           OPEN INPUT LEGAL-ENTITIES.
           IF LEGAL-ENTITIES-FS NOT = "00" THEN
              CLOSE LEGAL-ENTITIES
              EXIT PROGRAM
           END-IF.
           MOVE ENTITY-ID-IN TO LE-CM-ID.
           READ LEGAL-ENTITIES
              INVALID KEY
                 CLOSE LEGAL-ENTITIES
                 EXIT PROGRAM
           END-READ.
           CLOSE LEGAL-ENTITIES.

      *    From here on the holder is an entity: nothing moves
      *    without a signatory in force.
           MOVE 'X' TO RESULT-OUT.
           OPEN INPUT SIGNATORIES.
           IF SIGNATORIES-FS NOT = "00" THEN
              CLOSE SIGNATORIES
              EXIT PROGRAM
           END-IF.

           MOVE ENTITY-ID-IN TO SG-ENTITY-ID.
           MOVE FIRST-SIGNER-IN TO SG-PERSON-ID.
           READ SIGNATORIES
              INVALID KEY
                 CLOSE SIGNATORIES
                 EXIT PROGRAM
           END-READ.
           IF NOT SG-IS-ACTIVE THEN
              CLOSE SIGNATORIES
              EXIT PROGRAM
           END-IF.

           IF SG-SIGNS-ALONE AND AMOUNT-IN NOT > SG-LIMIT THEN
              MOVE 'O' TO RESULT-OUT
              CLOSE SIGNATORIES
              EXIT PROGRAM
           END-IF.

           IF SECOND-SIGNER-IN = 0 THEN
              MOVE 'S' TO RESULT-OUT
              CLOSE SIGNATORIES
              EXIT PROGRAM
           END-IF.

      *    Two signatories in force, whatever their powers, commit
      *    the entity together.
           MOVE 'Y' TO RESULT-OUT.
           IF SECOND-SIGNER-IN = FIRST-SIGNER-IN THEN
              CLOSE SIGNATORIES
              EXIT PROGRAM
           END-IF.
           MOVE ENTITY-ID-IN TO SG-ENTITY-ID.
           MOVE SECOND-SIGNER-IN TO SG-PERSON-ID.
           READ SIGNATORIES
              INVALID KEY
                 CLOSE SIGNATORIES
                 EXIT PROGRAM
           END-READ.
           IF SG-IS-ACTIVE THEN
              MOVE 'O' TO RESULT-OUT
           END-IF.
           CLOSE SIGNATORIES.

           EXIT PROGRAM.

       END PROGRAM CheckSignatories.
