       IDENTIFICATION DIVISION.
       FUNCTION-ID. permutations.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
      *    the audit record is built here and handed to the shared
      *    longer cycles the file itself on every call.
       COPY FACTAUD.
       01  audit-action       PIC X(01).
       01  fact-i             PIC 9(10).
       01  fact-factor        PIC 9(10).
      *    running product n * (n-1) * ... and its product with the
      *    next factor, checked against PIC 9(10) every step.
       01  fact-running       PIC 9(10) COMP-3.
       01  fact-product       PIC 9(20) COMP-3.
       01  fact-limit         PIC 9(10) COMP-3 VALUE 9999999999.

       LINKAGE SECTION.
       COPY FACTNR.
           IF FACTNR-R > FACTNR-N
               MOVE 0 TO FACTNR-RESULT
           ELSE
      *        nPr is the product of the r factors n down to
      *        n-r+1, instead of n! / (n-r)!, which overflowed
      *        PIC 9(10) for every n of 14 or more however small
      *        the answer.  every factor is at least 1, so the
      *        product only grows and the first step past PIC
      *        9(10) settles the overflow and ends the loop.
               MOVE 1 TO fact-running
               PERFORM multiply-next-factor
                   VARYING fact-i FROM 1 BY 1
                       UNTIL fact-i > FACTNR-R
                           OR FACTNR-OVERFLOW-OCCURRED
               IF FACTNR-OVERFLOW-OCCURRED
                   MOVE 0 TO FACTNR-RESULT
               ELSE
                   MOVE fact-running TO FACTNR-RESULT
               END-IF
               PERFORM write-audit-record
           END-IF

           GOBACK
           .

       multiply-next-factor.
           SUBTRACT fact-i FROM FACTNR-N GIVING fact-factor
           ADD 1 TO fact-factor
           MULTIPLY fact-running BY fact-factor
               GIVING fact-product
           IF fact-product > fact-limit
               SET FACTNR-OVERFLOW-OCCURRED TO TRUE
           ELSE
               MOVE fact-product TO fact-running
           END-IF
           .

       write-audit-record.
      *    one entry per permutation, carrying the request's own
      *    n, r and answer - the factorial steps it used to log
      *    no longer exist.
           ACCEPT fact-aud-date FROM DATE YYYYMMDD
           ACCEPT fact-aud-time FROM TIME
           MOVE FACTNR-N TO fact-aud-input-n
           MOVE FACTNR-RESULT TO fact-aud-result
           MOVE FACTNR-OVERFLOW-FLAG TO fact-aud-overflow-flag
      *    per-step entries are internal work, not billable
      *    requests - the chargeback fields stay empty so the
      *    monthly chargeback run (FACTCHGB) never double-bills
           MOVE SPACE TO fact-aud-req-type
           MOVE SPACE TO fact-aud-priority
           MOVE ZERO TO fact-aud-run-date
           MOVE ZERO TO fact-aud-seq-no
           MOVE FACTNR-R TO fact-aud-input-r
           MOVE 'FACTPRM' TO fact-aud-caller-id
           MOVE 'W' TO audit-action
           CALL "FACTAUDW" USING BY REFERENCE audit-action
