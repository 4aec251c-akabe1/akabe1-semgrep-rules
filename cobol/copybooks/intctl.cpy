      *================================================================*
      *  INTCTL.CPY                                                    *
      *  INTEREST-CAPITAL-CONTROL-REC - one row on the sequential      *
      *  INTEREST-CAPITAL-CONTROL file per month-end capitalization    *
      *  event.  INTACR1 writes a start row (type S) before the        *
      *  first accrual is zeroed, which is what makes a rerun of the   *
      *  same night rerun-safe, and a totals row (type T) when the     *
      *  attempt finishes, carrying the accounts and the INT amount    *
      *  that attempt actually wrote.  The type T rows for one night   *
      *  add up to that night's capitalization, reruns included, so    *
      *  the year-end tax summary (TAXSUM1) can tie INT on history     *
      *  back to what was capitalized.                                 *
      *                                                                *
      *  Rows written before the record was widened are eight bytes    *
      *  and read back space-filled - a blank type is a start row.     *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Layout moved out of INTACR1 and widened with
      *                   the row type and the totals row.
      *================================================================*
       01  INTEREST-CAPITAL-CONTROL-REC.
           05  ICC-RUN-DATE                PIC 9(08).
           05  ICC-RECORD-TYPE             PIC X(01).
               88  ICC-START-ROW                 VALUE 'S' ' '.
               88  ICC-TOTALS-ROW                VALUE 'T'.
           05  ICC-ACCOUNTS                PIC 9(07).
           05  ICC-AMOUNT                  PIC 9(09)V99.
           05  FILLER                      PIC X(05).
