      *================================================================*
      *  EODBAL.CPY                                                    *
      *  EOD-BALANCE-RECORD - one row per customer per business day on *
      *  the keyed EOD-BALANCE-FILE, written by EODSNP1 once the       *
      *  night's posting and suspense reprocessing are through, so the *
      *  balance a customer closed the day on is on file after         *
      *  CUST-BALANCE has moved on.                                    *
      *                                                                *
      *  The second key segment is the business date subtracted from   *
      *  99999999, as on TXN-HISTORY-FILE, so a browse started at a    *
      *  customer id and the reverse of a date reads the snapshot in   *
      *  effect on that date first and older nights after it.  A day   *
      *  with no snapshot (the step did not run) is covered by the     *
      *  nearest earlier one.  EODB-BUSINESS-DATE carries the real     *
      *  date for display.                                             *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the end-of-day balance snapshot.
      *================================================================*
       01  EOD-BALANCE-RECORD.
           05  EODB-KEY.
               10  EODB-CUST-ID            PIC X(06).
               10  EODB-REVERSE-DATE       PIC 9(08).
           05  EODB-BUSINESS-DATE          PIC 9(08).
           05  EODB-BALANCE                PIC S9(7)V99 COMP-3.
           05  EODB-CUST-STATUS            PIC X(01).
           05  EODB-CREDIT-LIMIT           PIC S9(7)V99 COMP-3.
           05  FILLER                      PIC X(20).
