      *================================================================*
      *  ENTAUD.CPY                                                    *
      *  ENT-AUDIT-RECORD - the entitlement maintenance audit trail    *
      *  written by ENTMNT1, separate from the OS-channel audit file   *
      *  so the access reviewers can be handed the whole history of    *
      *  grants and revocations on its own.  One row per maintenance   *
      *  attempt, accepted or refused, with the row's status before    *
      *  and after (space = no row on file).                           *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for function-level operator
      *                   entitlements.
      *================================================================*
       01  ENT-AUDIT-RECORD.
           05  ENTAUD-TIMESTAMP            PIC 9(14).
           05  ENTAUD-ADMIN-ID             PIC X(10).
           05  ENTAUD-TERMINAL-ID          PIC X(08).
           05  ENTAUD-ACTION               PIC X(08).
           05  ENTAUD-OPERATOR-ID          PIC X(10).
           05  ENTAUD-PROGRAM-ID           PIC X(08).
           05  ENTAUD-FUNCTION             PIC X(08).
           05  ENTAUD-BEFORE-STATUS        PIC X(01).
           05  ENTAUD-AFTER-STATUS         PIC X(01).
           05  ENTAUD-RESULT               PIC X(01).
               88  ENTAUD-RESULT-SUCCESS         VALUE 'S'.
               88  ENTAUD-RESULT-REJECTED        VALUE 'R'.
               88  ENTAUD-RESULT-FAILURE         VALUE 'F'.
           05  ENTAUD-REASON               PIC X(30).
           05  FILLER                      PIC X(21).
