      *================================================================*
      *  ENTCHK.CPY                                                    *
      *  Parameter block passed to the ENTCHK1 subprogram, which       *
      *  decides whether an operator is entitled to a function of an   *
      *  online program: an active ENTITLEMENT-FILE row for the exact  *
      *  function, or for the program's *ALL, entitles.  ENTCHK-NO-    *
      *  FILE tells the caller no entitlement file was on hand; the    *
      *  result is then always not entitled, so the callers fail       *
      *  closed and can say why.                                       *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for function-level operator
      *                   entitlements.
      *================================================================*
       01  ENTCHK-PARMS.
           05  ENTCHK-OPERATOR-ID          PIC X(10).
           05  ENTCHK-PROGRAM-ID           PIC X(08).
           05  ENTCHK-FUNCTION             PIC X(08).
           05  ENTCHK-RESULT-SW            PIC X(01).
               88  ENTCHK-ENTITLED               VALUE 'Y'.
               88  ENTCHK-NOT-ENTITLED           VALUE 'N'.
           05  ENTCHK-FILE-SW              PIC X(01).
               88  ENTCHK-FILE-PRESENT           VALUE 'Y'.
               88  ENTCHK-NO-FILE                VALUE 'N'.
