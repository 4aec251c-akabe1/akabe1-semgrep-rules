      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Added for online transaction entry with
      *                   supervisor release.
      *  2026-10-15 JHM   The credit-balance refund batch (REFUND1)
      *                   also writes here - an RFND debit over its
      *                   threshold, entered by REFUND1, waits for
      *                   the same supervisor release.
      *================================================================*
       01  PENDING-TXN-RECORD.
           05  PEND-ENTRY-ID               PIC 9(08).
