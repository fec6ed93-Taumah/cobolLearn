       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckKycReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-REVIEWS ASSIGN TO '../../data/kycrev.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KR-CM-ID
              FILE STATUS IS KYC-REVIEWS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD KYC-REVIEWS.
       COPY "KYCREVIEW.cpy".

       WORKING-STORAGE SECTION.

       01 KYC-REVIEWS-FS PIC XX.

       LINKAGE SECTION.

      *    The account holder's customer id, RCD-PIN.
       01 CUSTOMER-ID-IN PIC 9(4).
      *    O in order; D review owed but still within its grace
      *    period; L lapsed, the customer may only pay in.
       01 RESULT-OUT PIC X.

       PROCEDURE DIVISION
       USING BY REFERENCE CUSTOMER-ID-IN RESULT-OUT.

      *    No register yet, or a customer the cycle has not rated
      *    yet: nothing to hold against them.
           MOVE 'O' TO RESULT-OUT.

           OPEN INPUT KYC-REVIEWS.
           IF KYC-REVIEWS-FS NOT = "00" THEN
              CLOSE KYC-REVIEWS
              EXIT PROGRAM
           END-IF.

           MOVE CUSTOMER-ID-IN TO KR-CM-ID.
           READ KYC-REVIEWS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF KR-IS-LAPSED THEN
                    MOVE 'L' TO RESULT-OUT
                 END-IF
                 IF KR-IS-DUE THEN
                    MOVE 'D' TO RESULT-OUT
                 END-IF
           END-READ.
           CLOSE KYC-REVIEWS.

           EXIT PROGRAM.

       END PROGRAM CheckKycReview.
