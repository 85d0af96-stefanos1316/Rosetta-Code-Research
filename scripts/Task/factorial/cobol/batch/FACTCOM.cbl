       IDENTIFICATION DIVISION.
       FUNCTION-ID. combinations.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
      *    the audit record is built here and handed to the shared
      *    longer cycles the file itself on every call.
       COPY FACTAUD.
       01  audit-action       PIC X(01).
       01  fact-n-minus-r     PIC 9(10).
       01  fact-k             PIC 9(10).
       01  fact-i             PIC 9(10).
       01  fact-factor        PIC 9(10).
      *    running value of C(n-k+i, i) and its product with the
      *    next factor.  the running value never exceeds the final
      *    answer, so it is checked against PIC 9(10) every step
      *    and the product needs no more than twenty digits.
       01  fact-running       PIC 9(10) COMP-3.
       01  fact-product       PIC 9(20) COMP-3.
       01  fact-limit         PIC 9(10) COMP-3 VALUE 9999999999.

       LINKAGE SECTION.
       COPY FACTNR.
           IF FACTNR-R > FACTNR-N
               MOVE 0 TO FACTNR-RESULT
           ELSE
      *        nCr is built up multiplicatively instead of from
      *        n!, r! and (n-r)!, which overflowed PIC 9(10) for
      *        every n of 14 or more however small the answer.
      *        with k the smaller of r and n-r, step i replaces
      *        C(n-k+i-1, i-1) by C(n-k+i, i) = that times
      *        (n-k+i) divided by i - always an exact division.
      *        the running value only grows, so the first step
      *        past PIC 9(10) settles the overflow and ends the
      *        loop; nothing else is ever too big.
               SUBTRACT FACTNR-R FROM FACTNR-N GIVING fact-n-minus-r
               IF FACTNR-R < fact-n-minus-r
                   MOVE FACTNR-R TO fact-k
               ELSE
                   MOVE fact-n-minus-r TO fact-k
               END-IF
               MOVE 1 TO fact-running
               PERFORM multiply-next-factor
                   VARYING fact-i FROM 1 BY 1
                       UNTIL fact-i > fact-k
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
           SUBTRACT fact-k FROM FACTNR-N GIVING fact-factor
           ADD fact-i TO fact-factor
           MULTIPLY fact-running BY fact-factor
               GIVING fact-product
           DIVIDE fact-i INTO fact-product
           IF fact-product > fact-limit
               SET FACTNR-OVERFLOW-OCCURRED TO TRUE
           ELSE
               MOVE fact-product TO fact-running
           END-IF
           .

       write-audit-record.
      *    one entry per combination, carrying the request's own
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
           MOVE 'FACTCOM' TO fact-aud-caller-id
           MOVE 'W' TO audit-action
           CALL "FACTAUDW" USING BY REFERENCE audit-action
