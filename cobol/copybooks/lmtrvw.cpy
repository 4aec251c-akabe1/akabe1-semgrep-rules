      *================================================================*
      *  LMTRVW.CPY                                                    *
      *  LIMIT-REVIEW-RECORD - one keyed row per proposed credit-limit *
      *  change on LIMIT-REVIEW-FILE, keyed by the review date and     *
      *  the customer.  The quarterly review (LMTRVW1) writes a row    *
      *  for every active account whose score moves its limit, with    *
      *  the score and its four parts so the reviewer can see why; a   *
      *  supervisor approves or denies each one through LMTAPR1, and   *
      *  only an approval rewrites CUST-CREDIT-LIMIT and journals it.  *
      *  A proposal still awaiting a decision when the next review     *
      *  runs is expired by it - the score it rests on is stale.       *
      *  The row stays here with its decision, decider, and            *
      *  timestamp so the outcome of each review is on file.           *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the quarterly credit-limit review.
      *================================================================*
       01  LIMIT-REVIEW-RECORD.
           05  LREV-KEY.
               10  LREV-REVIEW-DATE        PIC 9(08).
               10  LREV-CUST-ID            PIC X(06).
           05  LREV-CUST-NAME              PIC X(30).
           05  LREV-SCORE                  PIC 9(03).
           05  LREV-PAYMENT-POINTS         PIC 9(03).
           05  LREV-AGING-POINTS           PIC 9(03).
           05  LREV-COLLECTIONS-POINTS     PIC 9(03).
           05  LREV-UTILIZATION-POINTS     PIC 9(03).
           05  LREV-BUCKET                 PIC 9(01).
           05  LREV-COLL-STATUS            PIC X(01).
           05  LREV-UTILIZATION-PCT        PIC 9(03).
           05  LREV-RULE-CODE              PIC X(04).
           05  LREV-OLD-LIMIT              PIC S9(7)V99 COMP-3.
           05  LREV-PROPOSED-LIMIT         PIC S9(7)V99 COMP-3.
           05  LREV-STATUS                 PIC X(01).
               88  LREV-AWAITING-APPROVAL        VALUE 'W'.
               88  LREV-APPROVED                 VALUE 'A'.
               88  LREV-DENIED                   VALUE 'D'.
               88  LREV-EXPIRED                  VALUE 'E'.
           05  LREV-DECIDED-BY             PIC X(10).
           05  LREV-DECISION-TIMESTAMP     PIC 9(14).
           05  LREV-DECISION-REASON        PIC X(30).
           05  FILLER                      PIC X(20).
