      *================================================================*
      *  PLANREC.CPY                                                   *
      *  PRICING-PLAN-RECORD - one effective-dated row per pricing     *
      *  plan on the keyed PRICING-PLAN-FILE, keyed by the plan code   *
      *  and the date it takes effect.  Maintained through PLANMNT1    *
      *  the same way RATEMNT1 maintains rates: a row is added with    *
      *  an effective date and never deleted, so "what terms did plan  *
      *  P carry in March and who set them" stays answerable.  The     *
      *  accrual engine (INTACR1) and the service charge (SVCCHG1)     *
      *  price each customer by the row for its CUST-PRICING-PLAN      *
      *  with the latest effective date on or before the business      *
      *  date, looked up through PLANGET1.                             *
      *                                                                *
      *  PLAN-ANNUAL-PCT is the plan's own annual interest rate, as    *
      *  on RATEREC.  The month-end service charge is the charge of    *
      *  the highest balance tier whose floor the amount owed reaches  *
      *  (a tier with a zero floor is unused), else PLAN-SVC-CHARGE.   *
      *  The charge is waived when the plan waives all charges, when   *
      *  the amount owed is under PLAN-WAIVE-UNDER, or when the        *
      *  account was opened within PLAN-WAIVE-NEW-MONTHS months.       *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for customer pricing plans.
      *================================================================*
       01  PRICING-PLAN-RECORD.
           05  PLAN-KEY.
               10  PLAN-CODE               PIC X(01).
               10  PLAN-EFFECTIVE-DATE     PIC 9(08).
           05  PLAN-DESCRIPTION            PIC X(20).
           05  PLAN-ANNUAL-PCT             PIC 9(02)V9(04).
           05  PLAN-SVC-CHARGE             PIC 9(03)V99.
           05  PLAN-SVC-TIER               OCCURS 3 TIMES.
               10  PLAN-TIER-FLOOR         PIC 9(07)V99.
               10  PLAN-TIER-CHARGE        PIC 9(03)V99.
           05  PLAN-WAIVE-ALL-SW           PIC X(01).
               88  PLAN-WAIVE-ALL                VALUE 'Y'.
           05  PLAN-WAIVE-UNDER            PIC 9(05)V99.
           05  PLAN-WAIVE-NEW-MONTHS       PIC 9(02).
           05  PLAN-APPROVED-BY            PIC X(10).
           05  FILLER                      PIC X(20).
