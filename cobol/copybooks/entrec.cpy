      *================================================================*
      *  ENTREC.CPY                                                    *
      *  ENTITLEMENT-RECORD - one row per operator, online program,    *
      *  and function on the keyed ENTITLEMENT-FILE.  An operator may  *
      *  perform a function of an online program only while an         *
      *  active row grants it; function *ALL grants every function of  *
      *  the program.  Rows are maintained by security administration  *
      *  through ENTMNT1 and are revoked, never deleted, so the        *
      *  quarterly access review (ENTRPT1) and the entitlement audit   *
      *  file can always say who granted what and when it stopped.     *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for function-level operator
      *                   entitlements.
      *================================================================*
       01  ENTITLEMENT-RECORD.
           05  ENT-KEY.
               10  ENT-OPERATOR-ID         PIC X(10).
               10  ENT-PROGRAM-ID          PIC X(08).
               10  ENT-FUNCTION            PIC X(08).
                   88  ENT-ALL-FUNCTIONS         VALUE '*ALL    '.
           05  ENT-STATUS                  PIC X(01).
               88  ENT-ACTIVE                    VALUE 'A'.
               88  ENT-REVOKED                   VALUE 'R'.
           05  ENT-GRANTED-BY              PIC X(10).
           05  ENT-GRANTED-DATE            PIC 9(08).
           05  ENT-REVOKED-BY              PIC X(10).
           05  ENT-REVOKED-DATE            PIC 9(08).
           05  FILLER                      PIC X(17).
