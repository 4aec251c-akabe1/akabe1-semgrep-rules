      *================================================================*
      *  LMTRULE.CPY                                                   *
      *  Credit-limit review rule table.  The quarterly review         *
      *  (LMTRVW1) scores each active account out of 100 - payment     *
      *  behaviour on the transaction history, its aging bucket, its   *
      *  collections status, and its utilization of the current        *
      *  limit - and looks the score up here, highest floor first:     *
      *  the first band whose floor the score reaches gives the        *
      *  percentage the limit moves by and the rule code the review    *
      *  row carries.  A band of zero percent holds the limit.         *
      *                                                                *
      *  The controls below the bands bound every proposal: it is      *
      *  rounded to the rounding unit, kept between the floor and      *
      *  ceiling limits, and a decrease never goes below the amount    *
      *  the customer already owes (rounded up to the unit), so no     *
      *  account is put over its limit by the review.  The scoring     *
      *  weights are carried here as well so that the whole rule       *
      *  set is changed in one place.                                  *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the quarterly credit-limit review.
      *================================================================*
       01  LIMIT-RULE-TABLE.
           05  FILLER   PIC X(10) VALUE "080+25UP25".
           05  FILLER   PIC X(10) VALUE "065+10UP10".
           05  FILLER   PIC X(10) VALUE "045+00HOLD".
           05  FILLER   PIC X(10) VALUE "025-10DN10".
           05  FILLER   PIC X(10) VALUE "000-25DN25".
       01  FILLER REDEFINES LIMIT-RULE-TABLE.
           05  LIMIT-RULE-ENTRY OCCURS 5 TIMES
                   INDEXED BY LIMIT-RULE-IDX.
               10  LRUL-SCORE-FLOOR        PIC 9(03).
               10  LRUL-CHANGE-SIGN        PIC X(01).
                   88  LRUL-DECREASE             VALUE '-'.
               10  LRUL-CHANGE-PCT         PIC 9(02).
               10  LRUL-RULE-CODE          PIC X(04).
       77  LIMIT-RULE-COUNT            PIC 9(02) COMP-3 VALUE 5.

       01  LIMIT-RULE-CONTROLS.
           05  LRUL-HISTORY-DAYS           PIC 9(03) VALUE 90.
           05  LRUL-ROUNDING-UNIT          PIC 9(05)V99 VALUE 100.00.
           05  LRUL-FLOOR-LIMIT            PIC 9(07)V99 VALUE 500.00.
           05  LRUL-CEILING-LIMIT          PIC 9(07)V99 VALUE 50000.00.
      *        payment behaviour over the history days (0-30)
           05  LRUL-PAY-NO-ACTIVITY        PIC 9(03) VALUE 15.
           05  LRUL-PAY-PAID-IN-FULL       PIC 9(03) VALUE 30.
           05  LRUL-PAY-PAID-HALF          PIC 9(03) VALUE 20.
           05  LRUL-PAY-PAID-SOME          PIC 9(03) VALUE 10.
      *        aging - not owing, then buckets 1 through 4 (0-25)
           05  LRUL-AGE-NOT-OWING          PIC 9(03) VALUE 25.
           05  LRUL-AGE-BUCKET-1           PIC 9(03) VALUE 20.
           05  LRUL-AGE-BUCKET-2           PIC 9(03) VALUE 10.
           05  LRUL-AGE-BUCKET-3           PIC 9(03) VALUE 5.
           05  LRUL-AGE-BUCKET-4           PIC 9(03) VALUE 0.
      *        collections - none or collected, promised, open,
      *        broken (0-20)
           05  LRUL-COLL-CLEAR             PIC 9(03) VALUE 20.
           05  LRUL-COLL-PROMISED          PIC 9(03) VALUE 10.
           05  LRUL-COLL-OPEN              PIC 9(03) VALUE 5.
           05  LRUL-COLL-BROKEN            PIC 9(03) VALUE 0.
      *        utilization - under 30, 60, 90 percent, over (0-25)
           05  LRUL-UTIL-UNDER-30          PIC 9(03) VALUE 25.
           05  LRUL-UTIL-UNDER-60          PIC 9(03) VALUE 15.
           05  LRUL-UTIL-UNDER-90          PIC 9(03) VALUE 5.
           05  LRUL-UTIL-OVER-90           PIC 9(03) VALUE 0.
