      *                   derive the default from the CUST-ID range
      *                   through STMCYC1 until an assignment is
      *                   keyed.
      *  2026-10-15 JHM   Added status W (CUST-CHARGED-OFF), set by
      *                   the posting engine when a CHGO charge-off
      *                   posts.  A charged-off account takes no new
      *                   debits; credits to it post as recoveries.
      *  2026-10-15 JHM   CUST-PRICING-PLAN carved out of the trailing
      *                   filler (record length unchanged) - the
      *                   pricing plan (PLANREC) the interest accrual
      *                   and service charge price this customer by.
      *                   Space means not yet assigned and prices as
      *                   the standard plan S.
      *================================================================*
       01  CUSTOMER-RECORD.
           05  CUST-ID                     PIC X(06).
                   88  CUST-ACTIVE               VALUE 'A'.
                   88  CUST-INACTIVE             VALUE 'I'.
                   88  CUST-CLOSED               VALUE 'C'.
                   88  CUST-CHARGED-OFF          VALUE 'W'.
               10  CUST-LAST-ACTIVITY-DATE PIC 9(08).
               10  FILLER                  PIC X(01).
           05  CUST-CREDIT-LIMIT           PIC S9(7)V99 COMP-3.
           05  CUST-STMT-CYCLE             PIC 9(01).
           05  CUST-PRICING-PLAN           PIC X(01).
               88  CUST-PLAN-NOT-ASSIGNED        VALUE SPACE.
