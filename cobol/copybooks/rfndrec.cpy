      *================================================================*
      *  RFNDREC.CPY                                                   *
      *  REFUND-RECORD - one row per customer on the keyed             *
      *  REFUND-FILE, kept by the credit-balance refund batch          *
      *  (REFUND1).  The row remembers the last refund proposed for    *
      *  the account so a refund already on its way is never paid     *
      *  twice: a refund at or under the release threshold is issued   *
      *  the night it is selected (status I); one over it waits on     *
      *  PENDING-TXN-FILE for a supervisor in TXNREL1 (status W,       *
      *  with the pending entry id) and is issued or marked denied     *
      *  (status D) by the next refund run after the decision.  An     *
      *  issued refund is in flight until its RFND debit posts and     *
      *  moves the account's activity date past the issue date.        *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for credit-balance refund processing.
      *================================================================*
       01  REFUND-RECORD.
           05  RFND-CUST-ID                PIC X(06).
           05  RFND-STATUS                 PIC X(01).
               88  RFND-AWAITING-RELEASE         VALUE 'W'.
               88  RFND-ISSUED                   VALUE 'I'.
               88  RFND-DENIED                   VALUE 'D'.
           05  RFND-SELECTED-DATE          PIC 9(08).
           05  RFND-AMOUNT                 PIC 9(07)V99.
           05  RFND-AGE-DAYS               PIC 9(05).
           05  RFND-REFERENCE              PIC X(12).
           05  RFND-PEND-ENTRY-ID          PIC 9(08).
           05  RFND-ISSUED-DATE            PIC 9(08).
           05  RFND-DECIDED-BY             PIC X(10).
           05  FILLER                      PIC X(10).
