      *================================================================*
      *  POSTCHK.CPY                                                   *
      *  POSTING-CHECKPOINT-RECORD - one row per posting partition on  *
      *  the keyed POSTING-CHECKPOINT-FILE (partition 0 is the whole-  *
      *  file run).  TXNPOST1 starts the row running when its input    *
      *  has been read and proved, rewrites it after every customer    *
      *  it finishes with that customer's id and the run's totals so   *
      *  far, and marks it complete with the partition's input count   *
      *  and amount when the run ends clean.                           *
      *                                                                *
      *  A rerun of the same night against the same input resumes      *
      *  after the last customer on a running row with its totals      *
      *  carried forward; a complete row makes a rerun a no-op.  The   *
      *  partition merge (TXNPMRG1) reads the complete rows as each    *
      *  partition's control totals: every input item in range is     *
      *  applied, refused, or held in doubt after a restart, and the   *
      *  amounts add back the same way, with the part of a CHGO        *
      *  trimmed down to the balance owed carried on its own.          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added with the partitioned posting steps.
      *================================================================*
       01  POSTING-CHECKPOINT-RECORD.
           05  PCK-PARTITION               PIC 9(01).
           05  PCK-RUN-DATE                PIC 9(08).
           05  PCK-STATUS                  PIC X(01).
               88  PCK-RUNNING                   VALUE 'R'.
               88  PCK-COMPLETE                  VALUE 'C'.
           05  PCK-INPUT-RUN-DATE          PIC 9(08).
           05  PCK-INPUT-COUNT             PIC 9(07).
           05  PCK-LAST-CUST-ID            PIC X(06).
           05  PCK-RESTART-COUNT           PIC 9(03).
           05  PCK-DETAILS-IN-RANGE        PIC 9(07) COMP-3.
           05  PCK-INPUT-AMOUNT            PIC S9(11)V99 COMP-3.
           05  PCK-TXNS-APPLIED            PIC 9(07) COMP-3.
           05  PCK-TXNS-REFUSED            PIC 9(07) COMP-3.
           05  PCK-TXNS-IN-DOUBT           PIC 9(07) COMP-3.
           05  PCK-IN-DOUBT-AMOUNT         PIC S9(09)V99 COMP-3.
           05  PCK-CUSTOMERS-POSTED        PIC 9(07) COMP-3.
           05  PCK-TOTAL-DEBITS            PIC S9(09)V99 COMP-3.
           05  PCK-TOTAL-CREDITS           PIC S9(09)V99 COMP-3.
           05  PCK-REFUSED-AMOUNT          PIC S9(09)V99 COMP-3.
           05  PCK-SUSPENSE-WRITTEN        PIC 9(07) COMP-3.
           05  PCK-HISTORY-WRITTEN         PIC 9(07) COMP-3.
           05  PCK-REVERSALS-MATCHED       PIC 9(07) COMP-3.
           05  PCK-OVER-LIMIT-COUNT        PIC 9(07) COMP-3.
           05  PCK-REACTIVATED-COUNT       PIC 9(07) COMP-3.
           05  PCK-CHARGE-OFFS-POSTED      PIC 9(07) COMP-3.
           05  PCK-CHARGE-OFF-TOTAL        PIC S9(09)V99 COMP-3.
           05  PCK-CHARGE-OFF-TRIMMED      PIC S9(09)V99 COMP-3.
           05  PCK-RECOVERIES-POSTED       PIC 9(07) COMP-3.
           05  PCK-RECOVERY-TOTAL          PIC S9(09)V99 COMP-3.
           05  PCK-REFUNDS-POSTED          PIC 9(07) COMP-3.
           05  PCK-ESCHEATS-POSTED         PIC 9(07) COMP-3.
           05  FILLER                      PIC X(14).
