      *================================================================*
      *  APDISB.CPY                                                    *
      *  AP-DISBURSEMENT-RECORD - the refund disbursement file the     *
      *  credit-balance refund batch (REFUND1) hands to accounts       *
      *  payable.  One header row carrying the run date, one detail    *
      *  row per refund to be paid - payee name and address from the   *
      *  customer master, the amount, the refund reference that also   *
      *  rides on the RFND debit as its source reference, and who      *
      *  approved it (BATCH under the release threshold, otherwise     *
      *  the releasing supervisor) - and one trailer row with the      *
      *  detail count and amount total so AP can prove the file        *
      *  arrived whole.                                                *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for credit-balance refund processing.
      *================================================================*
       01  AP-DISBURSEMENT-RECORD.
           05  APD-RECORD-TYPE             PIC X(01).
               88  APD-HEADER-RECORD             VALUE 'H'.
               88  APD-DETAIL-RECORD             VALUE 'D'.
               88  APD-TRAILER-RECORD            VALUE 'T'.
           05  APD-RECORD-DATA             PIC X(119).
       01  AP-DISBURSEMENT-HEADER REDEFINES AP-DISBURSEMENT-RECORD.
           05  FILLER                      PIC X(01).
           05  APDH-RUN-DATE               PIC 9(08).
           05  APDH-SOURCE-ID              PIC X(08).
           05  FILLER                      PIC X(103).
       01  AP-DISBURSEMENT-DETAIL REDEFINES AP-DISBURSEMENT-RECORD.
           05  FILLER                      PIC X(01).
           05  APDD-CUST-ID                PIC X(06).
           05  APDD-PAYEE-NAME             PIC X(30).
           05  APDD-PAYEE-ADDRESS          PIC X(30).
           05  APDD-AMOUNT                 PIC 9(07)V99.
           05  APDD-REFUND-REF             PIC X(12).
           05  APDD-SELECTED-DATE          PIC 9(08).
           05  APDD-APPROVED-BY            PIC X(10).
           05  FILLER                      PIC X(14).
       01  AP-DISBURSEMENT-TRAILER REDEFINES AP-DISBURSEMENT-RECORD.
           05  FILLER                      PIC X(01).
           05  APDT-RECORD-COUNT           PIC 9(07).
           05  APDT-AMOUNT-TOTAL           PIC 9(09)V99.
           05  FILLER                      PIC X(101).
