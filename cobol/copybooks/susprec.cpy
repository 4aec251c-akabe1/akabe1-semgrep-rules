      *                   limit.  These are a credit decision, not a
      *                   data fix, and the aged report totals them
      *                   separately.
      *  2026-10-15 JHM   Added reason CHGF - a debit, reversal, or
      *                   second charge-off against a charged-off
      *                   account, or a charge-off with nothing left
      *                   owing.  The retry pass leaves these for an
      *                   operator.
      *  2026-10-15 JHM   Added reason CMPL - a transaction for a
      *                   customer compliance has confirmed as a
      *                   watch-list hit.  Held, never retried or
      *                   repaired, until the hit is released.
      *  2026-10-15 JHM   Added reason SYSC - a code only the system
      *                   writes that posting could not match to the
      *                   row that owns it.  Never retried.
      *================================================================*
       01  SUSPENSE-RECORD.
           05  SUSP-KEY.
               88  SUSP-REASON-CLOSED            VALUE 'CLSD'.
               88  SUSP-REASON-UNMATCHED-REV     VALUE 'UNRV'.
               88  SUSP-REASON-OVER-LIMIT        VALUE 'OVLM'.
               88  SUSP-REASON-CHARGED-OFF       VALUE 'CHGF'.
               88  SUSP-REASON-COMPLIANCE-HOLD   VALUE 'CMPL'.
               88  SUSP-REASON-UNPROVEN          VALUE 'SYSC'.
           05  SUSP-RUN-DATE               PIC 9(08).
