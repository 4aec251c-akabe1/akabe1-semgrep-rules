      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22 JHM   Added with the processing calendar.
      *  2026-10-15 JHM   Added the roll-forward function: a caller
      *                   sets BUSDATE-FUNC-ROLL-FORWARD and puts a
      *                   date in BUSDATE-ROLL-DATE, and BUSDATE1
      *                   hands back in the same field the first
      *                   business day on or after it - weekends and
      *                   the holidays on HOLIDAY-FILE roll forward.
      *                   The function resets itself to the default
      *                   (current business date) on return, so a
      *                   caller that never sets it is unaffected.
      *================================================================*
       01  BUSDATE-PARMS.
           05  BUSDATE-BUSINESS-DATE       PIC 9(08).
           05  BUSDATE-SOURCE-SW           PIC X(01).
               88  BUSDATE-FROM-CALENDAR         VALUE 'C'.
               88  BUSDATE-FROM-SYSTEM           VALUE 'S'.
           05  BUSDATE-FUNCTION            PIC X(01) VALUE SPACE.
               88  BUSDATE-FUNC-CURRENT          VALUE SPACE.
               88  BUSDATE-FUNC-ROLL-FORWARD     VALUE 'R'.
           05  BUSDATE-ROLL-DATE           PIC 9(08) VALUE 0.
