      *================================================================*
      *  STMDUE.CPY                                                    *
      *  STATEMENT-DUE-RECORD - one row per customer on the keyed      *
      *  STATEMENT-DUE-FILE, carrying what the customer's latest       *
      *  statement told them they owe and by when.  STMGEN1 writes     *
      *  the row as each statement prints (minimum payment due and     *
      *  payment due date), replacing the prior cycle's row; the       *
      *  late-fee assessment (LATEFEE1) judges the row once its due    *
      *  date has passed - credits posted on the transaction history   *
      *  since the statement date covering the minimum mark it paid,   *
      *  anything less marks it late and assesses the fee.  The        *
      *  aging report reads the same row, so "past due" means a        *
      *  missed due date, not merely an old activity date.             *
      *                                                                *
      *  A statement with nothing owing carries a zero minimum and     *
      *  status N; it is never judged.                                 *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the minimum payment / late-fee
      *                   cycle.
      *================================================================*
       01  STATEMENT-DUE-RECORD.
           05  SDUE-CUST-ID                PIC X(06).
           05  SDUE-STMT-DATE              PIC 9(08).
           05  SDUE-STMT-BALANCE           PIC S9(07)V99 COMP-3.
           05  SDUE-MIN-DUE                PIC 9(07)V99.
           05  SDUE-DUE-DATE               PIC 9(08).
           05  SDUE-STATUS                 PIC X(01).
               88  SDUE-STATUS-OPEN              VALUE 'O'.
               88  SDUE-STATUS-NOTHING-DUE       VALUE 'N'.
               88  SDUE-STATUS-PAID              VALUE 'P'.
               88  SDUE-STATUS-LATE              VALUE 'L'.
               88  SDUE-STATUS-WAIVED            VALUE 'W'.
           05  SDUE-PAID-AMOUNT            PIC 9(07)V99.
           05  SDUE-JUDGED-DATE            PIC 9(08).
           05  SDUE-LATE-FEE               PIC 9(03)V99.
           05  FILLER                      PIC X(10).
