      *================================================================*
      *  LGTXFIL.CPY                                                   *
      *  LARGE-TXN-FILING-RECORD - one row on LARGE-TXN-FILING-FILE    *
      *  per customer and business day that compliance must file on.   *
      *  LGTXRPT1 writes it when the day's reportable transactions     *
      *  in or out pass the regulatory threshold, or when the day is   *
      *  one of several just under the threshold close together        *
      *  (apparent structuring).  Identity is taken from the customer  *
      *  master and profile as they stand on the night of the filing.  *
      *  The file is appended to - a rerun adds only the filings the   *
      *  filing log (LGTXLOG) does not already hold.                   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for large-transaction reporting.
      *================================================================*
       01  LARGE-TXN-FILING-RECORD.
           05  LGTX-BUSINESS-DATE          PIC 9(08).
           05  LGTX-CUST-ID                PIC X(06).
           05  LGTX-CUST-NAME              PIC X(30).
           05  LGTX-CUST-ADDRESS           PIC X(30).
           05  LGTX-PHONE-NUMBER           PIC X(15).
           05  LGTX-CONTACT-NAME           PIC X(30).
           05  LGTX-OPENED-DATE            PIC 9(08).
           05  LGTX-CUST-STATUS            PIC X(01).
           05  LGTX-TOTAL-IN               PIC 9(09)V99.
           05  LGTX-COUNT-IN               PIC 9(05).
           05  LGTX-TOTAL-OUT              PIC 9(09)V99.
           05  LGTX-COUNT-OUT              PIC 9(05).
           05  LGTX-OVER-THRESHOLD-SW      PIC X(01).
               88  LGTX-OVER-THRESHOLD           VALUE 'Y'.
           05  LGTX-STRUCTURING-SW         PIC X(01).
               88  LGTX-STRUCTURING-SUSPECT      VALUE 'Y'.
           05  LGTX-NEAR-DAYS              PIC 9(02).
           05  LGTX-WINDOW-FROM-DATE       PIC 9(08).
           05  LGTX-FILED-TIMESTAMP        PIC 9(14).
           05  FILLER                      PIC X(14).
