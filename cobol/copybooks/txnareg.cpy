      *================================================================*
      *  TXNAREG.CPY                                                   *
      *  TXN-ARCHIVE-REGISTER-RECORD - one row per archive generation  *
      *  on the sequential TXN-ARCHIVE-REGISTER, appended by TXNHARC1  *
      *  when the generation has been written and read back.  It       *
      *  records the month, the cutoff the rows were taken before,     *
      *  the proved count and totals, and whether the generation       *
      *  proved and the online rows were removed.  A generation        *
      *  registered unverified must be scratched before the month is   *
      *  run again, or its rows would be archived twice.               *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the transaction-history retention
      *                   offload.
      *================================================================*
       01  TXN-ARCHIVE-REGISTER-RECORD.
           05  TXAR-RUN-DATE               PIC 9(08).
           05  TXAR-ARCHIVE-MONTH          PIC 9(06).
           05  TXAR-CUTOFF-DATE            PIC 9(08).
           05  TXAR-RECORD-COUNT           PIC 9(09).
           05  TXAR-DEBIT-TOTAL            PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  TXAR-CREDIT-TOTAL           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  TXAR-ROWS-REMOVED           PIC 9(09).
           05  TXAR-VERIFIED-SW            PIC X(01).
               88  TXAR-VERIFIED                 VALUE 'Y'.
