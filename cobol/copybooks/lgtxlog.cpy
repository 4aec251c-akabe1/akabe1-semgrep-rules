      *================================================================*
      *  LGTXLOG.CPY                                                   *
      *  LARGE-TXN-LOG-RECORD - the filing log, one keyed row on       *
      *  LARGE-TXN-LOG-FILE per filing LGTXRPT1 has made, keyed by     *
      *  the business day and the customer.  A row here means the      *
      *  filing for that customer and day is already on the filing     *
      *  file, so a rerun of the night does not file it again.         *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for large-transaction reporting.
      *================================================================*
       01  LARGE-TXN-LOG-RECORD.
           05  LGTL-KEY.
               10  LGTL-BUSINESS-DATE      PIC 9(08).
               10  LGTL-CUST-ID            PIC X(06).
           05  LGTL-TOTAL-IN               PIC S9(9)V99 COMP-3.
           05  LGTL-TOTAL-OUT              PIC S9(9)V99 COMP-3.
           05  LGTL-OVER-THRESHOLD-SW      PIC X(01).
               88  LGTL-OVER-THRESHOLD           VALUE 'Y'.
           05  LGTL-STRUCTURING-SW         PIC X(01).
               88  LGTL-STRUCTURING-SUSPECT      VALUE 'Y'.
           05  LGTL-FILED-TIMESTAMP        PIC 9(14).
           05  FILLER                      PIC X(20).
