      *================================================================*
      *  ADBREC.CPY                                                    *
      *  AVG-DAILY-BAL-RECORD - one row per customer per calendar      *
      *  month on the keyed AVG-DAILY-BAL-FILE, written by ADBCALC1 at *
      *  month-end from the night's EOD-BALANCE-FILE snapshots.        *
      *                                                                *
      *  The second key segment is the month (YYYYMM) subtracted from  *
      *  999999, so a browse started at a customer id and the reverse  *
      *  of a month reads that month, or the latest one before it,     *
      *  first.  ADB-DAYS-COVERED is the days of the month a snapshot  *
      *  was on file for; it falls short of ADB-DAYS-IN-MONTH only for *
      *  a customer opened during the month.                           *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the month-end average daily
      *                   balance.
      *================================================================*
       01  AVG-DAILY-BAL-RECORD.
           05  ADB-KEY.
               10  ADB-CUST-ID             PIC X(06).
               10  ADB-REVERSE-MONTH       PIC 9(06).
           05  ADB-MONTH                   PIC 9(06).
           05  ADB-AVERAGE-BALANCE         PIC S9(7)V99 COMP-3.
           05  ADB-LOW-BALANCE             PIC S9(7)V99 COMP-3.
           05  ADB-DAYS-IN-MONTH           PIC 9(02).
           05  ADB-DAYS-COVERED            PIC 9(02).
           05  ADB-DAYS-OVERDRAWN          PIC 9(02).
           05  ADB-COMPUTED-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
