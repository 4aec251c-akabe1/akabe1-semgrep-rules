      *================================================================*
      *  DSPNOTE.CPY                                                   *
      *  DISPUTE-NOTE-RECORD - one free-text note against a dispute    *
      *  case, on the keyed DISPUTE-NOTE-FILE.  Written by DSPMNT1     *
      *  (NOTE function, and automatically on every provisional        *
      *  credit and close); the note number is the case's              *
      *  DSP-NOTE-COUNT after it is stepped, so a case's notes read    *
      *  back in the order they were taken.                            *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the dispute and provisional-credit
      *                   workflow.
      *================================================================*
       01  DISPUTE-NOTE-RECORD.
           05  DSPN-KEY.
               10  DSPN-CUST-ID            PIC X(06).
               10  DSPN-CASE-NO            PIC 9(06).
               10  DSPN-NOTE-NO            PIC 9(03).
           05  DSPN-NOTE-DATE              PIC 9(08).
           05  DSPN-NOTE-BY                PIC X(10).
           05  DSPN-NOTE-TEXT              PIC X(60).
           05  FILLER                      PIC X(07).
