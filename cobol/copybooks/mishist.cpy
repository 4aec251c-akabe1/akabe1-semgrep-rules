      *================================================================*
      *  MISHIST.CPY                                                   *
      *  MIS-HISTORY-RECORD - one row per calendar month on the keyed  *
      *  MIS-HISTORY-FILE, written by the month-end management         *
      *  information summary (MISSUM1) with the month's figures, so    *
      *  each month-end can set its figures against the prior month    *
      *  and the same month last year.  A rerun replaces the month's   *
      *  row.                                                          *
      *                                                                *
      *  Every figure is carried in the same signed packed picture,    *
      *  and MISH-FIGURE-TABLE views them in the order they print, so  *
      *  the comparison columns are built by subscript.  A figure      *
      *  added here goes on the end of the list; raise the OCCURS      *
      *  below and add its label to the label table in MISSUM1.        *
      *  Counts are whole numbers; percentages carry two decimals.     *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the month-end MIS summary.
      *================================================================*
       01  MIS-HISTORY-RECORD.
           05  MISH-MONTH                  PIC 9(06).
           05  MISH-RUN-DATE               PIC 9(08).
           05  MISH-FIGURES.
               10  MISH-ACTIVE-COUNT       PIC S9(11)V99 COMP-3.
               10  MISH-INACTIVE-COUNT     PIC S9(11)V99 COMP-3.
               10  MISH-CLOSED-COUNT       PIC S9(11)V99 COMP-3.
               10  MISH-CHARGED-OFF-COUNT  PIC S9(11)V99 COMP-3.
               10  MISH-OTHER-STATUS-COUNT PIC S9(11)V99 COMP-3.
               10  MISH-ACCOUNT-COUNT      PIC S9(11)V99 COMP-3.
               10  MISH-BALANCE-TOTAL      PIC S9(11)V99 COMP-3.
               10  MISH-AVERAGE-BALANCE    PIC S9(11)V99 COMP-3.
               10  MISH-BUCKET-1-PCT       PIC S9(11)V99 COMP-3.
               10  MISH-BUCKET-2-PCT       PIC S9(11)V99 COMP-3.
               10  MISH-BUCKET-3-PCT       PIC S9(11)V99 COMP-3.
               10  MISH-BUCKET-4-PCT       PIC S9(11)V99 COMP-3.
               10  MISH-DELINQUENT-PCT     PIC S9(11)V99 COMP-3.
               10  MISH-DELINQUENT-OWED    PIC S9(11)V99 COMP-3.
               10  MISH-INTEREST-INCOME    PIC S9(11)V99 COMP-3.
               10  MISH-FEE-INCOME         PIC S9(11)V99 COMP-3.
               10  MISH-PROMISES-COLLECTED PIC S9(11)V99 COMP-3.
               10  MISH-RECOVERIES         PIC S9(11)V99 COMP-3.
               10  MISH-NEW-ACCOUNTS       PIC S9(11)V99 COMP-3.
               10  MISH-CLOSED-ACCOUNTS    PIC S9(11)V99 COMP-3.
               10  MISH-SUSPENSE-COUNT     PIC S9(11)V99 COMP-3.
               10  MISH-SUSPENSE-AMOUNT    PIC S9(11)V99 COMP-3.
           05  MISH-FIGURE-TABLE REDEFINES MISH-FIGURES.
               10  MISH-FIGURE             PIC S9(11)V99 COMP-3
                                           OCCURS 22 TIMES.
           05  FILLER                      PIC X(20).
