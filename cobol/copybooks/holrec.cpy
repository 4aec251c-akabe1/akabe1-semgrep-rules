      *================================================================*
      *  HOLREC.CPY                                                    *
      *  HOLIDAY-RECORD - one bank holiday on the keyed HOLIDAY-FILE.  *
      *  Maintained by the calendar transaction (CALMNT1) and read by  *
      *  the business-date service (BUSDATE1) when it rolls a date     *
      *  forward to the next business day: a date that falls on a      *
      *  weekend or on a row of this file is not a business day.       *
      *  CALMNT1's ROLL marks the calendar row a holiday when the      *
      *  date it rolls to is on file here.                             *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added with the standing-instruction
      *                   schedules and the business-day roll-forward.
      *================================================================*
       01  HOLIDAY-RECORD.
           05  HOL-DATE                    PIC 9(08).
           05  HOL-NAME                    PIC X(30).
           05  HOL-ADDED-BY                PIC X(10).
           05  HOL-ADDED-DATE              PIC 9(08).
           05  FILLER                      PIC X(04).
