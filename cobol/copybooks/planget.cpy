      *================================================================*
      *  PLANGET.CPY                                                   *
      *  Parameter block passed to the PLANGET1 subprogram, which      *
      *  finds the pricing-plan row (PLANREC) in effect for a plan     *
      *  code on a date.  Function G gets the row; E closes the plan   *
      *  file at end of job.  A blank code is the standard plan S.     *
      *  PLANGET-NO-FILE tells the caller there was no plan file on    *
      *  hand; PLANGET-NOT-FOUND that the code has no row in effect    *
      *  on the date - the caller decides what it prices by instead.   *
      *  An as-of date of 99999999 returns the code's latest row.      *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for customer pricing plans.
      *================================================================*
       01  PLANGET-PARMS.
           05  PLANGET-FUNCTION            PIC X(01).
               88  PLANGET-FUNC-GET              VALUE 'G'.
               88  PLANGET-FUNC-END              VALUE 'E'.
           05  PLANGET-PLAN-CODE           PIC X(01).
           05  PLANGET-AS-OF-DATE          PIC 9(08).
           05  PLANGET-FILE-SW             PIC X(01).
               88  PLANGET-FILE-PRESENT          VALUE 'Y'.
               88  PLANGET-NO-FILE               VALUE 'N'.
           05  PLANGET-RESULT.
               10  PLANGET-RESULT-SW       PIC X(01).
                   88  PLANGET-FOUND             VALUE 'Y'.
                   88  PLANGET-NOT-FOUND         VALUE 'N'.
               10  PLANGET-EFFECTIVE-DATE  PIC 9(08).
               10  PLANGET-DESCRIPTION     PIC X(20).
               10  PLANGET-ANNUAL-PCT      PIC 9(02)V9(04).
               10  PLANGET-SVC-CHARGE      PIC 9(03)V99.
               10  PLANGET-SVC-TIER        OCCURS 3 TIMES.
                   15  PLANGET-TIER-FLOOR  PIC 9(07)V99.
                   15  PLANGET-TIER-CHARGE PIC 9(03)V99.
               10  PLANGET-WAIVE-ALL-SW    PIC X(01).
                   88  PLANGET-WAIVE-ALL         VALUE 'Y'.
               10  PLANGET-WAIVE-UNDER     PIC 9(05)V99.
               10  PLANGET-WAIVE-NEW-MONTHS PIC 9(02).
