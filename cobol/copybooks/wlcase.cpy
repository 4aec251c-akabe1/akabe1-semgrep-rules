      *================================================================*
      *  WLCASE.CPY                                                    *
      *  SCREEN-CASE-RECORD - one row per customer id with a likely    *
      *  watch-list match, on the keyed SCREEN-CASE-FILE.  A case is   *
      *  raised PENDING by the screening that found it: a held ADD or  *
      *  name CHANGE at CUSTMNT1 (the customer image it would have     *
      *  written is carried in SCRN-HELD-IMAGE and nothing is done to  *
      *  CUSTOMER-FILE until the case is decided), a bulk load, or     *
      *  the rescreen that follows every new list.  Compliance         *
      *  decides it at WLREV1: CLEARED, or CONFIRMED HIT, which blocks *
      *  every posting to the account until compliance releases it.   *
      *  Every decision, and who made it, is also on the audit trail.  *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for watch-list screening.
      *================================================================*
       01  SCREEN-CASE-RECORD.
           05  SCRN-CUST-ID                PIC X(06).
           05  SCRN-STATUS                 PIC X(01).
               88  SCRN-PENDING-REVIEW           VALUE 'P'.
               88  SCRN-CLEARED                  VALUE 'C'.
               88  SCRN-CONFIRMED-HIT            VALUE 'H'.
           05  SCRN-SOURCE                 PIC X(01).
               88  SCRN-FROM-ADD                 VALUE 'A'.
               88  SCRN-FROM-NAME-CHANGE         VALUE 'N'.
               88  SCRN-FROM-RESCREEN            VALUE 'R'.
               88  SCRN-FROM-BULK-LOAD           VALUE 'L'.
           05  SCRN-SCREENED-NAME          PIC X(30).
           05  SCRN-PRIOR-NAME             PIC X(30).
           05  SCRN-MATCH-KEY              PIC X(30).
           05  SCRN-ENTRY-ID               PIC X(12).
           05  SCRN-LIST-NAME              PIC X(08).
           05  SCRN-LISTED-NAME            PIC X(60).
           05  SCRN-LIST-DATE              PIC 9(08).
           05  SCRN-MATCH-COUNT            PIC 9(03).
           05  SCRN-RAISED-BY              PIC X(10).
           05  SCRN-RAISED-TIMESTAMP       PIC 9(14).
           05  SCRN-DECIDED-BY             PIC X(10).
           05  SCRN-DECISION-TIMESTAMP     PIC 9(14).
           05  SCRN-DECISION-REASON        PIC X(30).
           05  SCRN-HELD-IMAGE             PIC X(88).
           05  FILLER                      PIC X(25).
