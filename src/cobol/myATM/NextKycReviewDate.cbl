       IDENTIFICATION DIVISION.
       PROGRAM-ID. NextKycReviewDate.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *  Years between two reviews, by risk rating: a high-risk
      *  relationship is reviewed every year, a medium one every
      *  two, a low one every five.
       01 WS-HIGH-YEARS PIC 9 VALUE 1.
       01 WS-MEDIUM-YEARS PIC 9 VALUE 2.
       01 WS-LOW-YEARS PIC 9 VALUE 5.
       01 WS-YEARS PIC 9.

       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           03 WS-DUE-YEAR PIC 9(4).
           03 WS-DUE-MMDD PIC 9(4).

       LINKAGE SECTION.

      *    L, M or H, as on the review register.
       01 RATING-IN PIC X.
      *    Zero for a customer never reviewed since go-live.
       01 LAST-REVIEW-IN PIC 9(8).
      *    Zero for a document that does not expire.
       01 DOC-EXPIRY-IN PIC 9(8).
       01 AS-OF-DATE-IN PIC 9(8).
       01 NEXT-DUE-OUT PIC 9(8).

       PROCEDURE DIVISION
       USING BY REFERENCE RATING-IN LAST-REVIEW-IN DOC-EXPIRY-IN
           AS-OF-DATE-IN NEXT-DUE-OUT.

      *    Nobody has looked at this file since it was opened: the
      *    review is owed now.
           IF LAST-REVIEW-IN = 0 THEN
              MOVE AS-OF-DATE-IN TO NEXT-DUE-OUT
              EXIT PROGRAM
           END-IF.

           EVALUATE RATING-IN
              WHEN 'H'
                 MOVE WS-HIGH-YEARS TO WS-YEARS
              WHEN 'L'
                 MOVE WS-LOW-YEARS TO WS-YEARS
              WHEN OTHER
                 MOVE WS-MEDIUM-YEARS TO WS-YEARS
           END-EVALUATE.

           MOVE LAST-REVIEW-IN TO WS-DUE-DATE.
           ADD WS-YEARS TO WS-DUE-YEAR.
           IF WS-DUE-MMDD = 0229 THEN
              MOVE 0228 TO WS-DUE-MMDD
           END-IF.

      *    An identity document running out before then brings
      *    the review forward to its expiry.
           IF DOC-EXPIRY-IN NOT = 0
                 AND DOC-EXPIRY-IN < WS-DUE-DATE THEN
              MOVE DOC-EXPIRY-IN TO WS-DUE-DATE
           END-IF.

           MOVE WS-DUE-DATE TO NEXT-DUE-OUT.

           EXIT PROGRAM.

       END PROGRAM NextKycReviewDate.
