      *================================================================*
      *  CHGOREC.CPY                                                   *
      *  CHARGE-OFF-RECORD - one row per charged-off (or about to be   *
      *  charged-off) customer on the keyed CHARGE-OFF-FILE.  The      *
      *  charge-off batch (CHGOFF1) writes the row pending when it     *
      *  selects the account and writes the CHGO transaction; the      *
      *  posting engine marks it charged, with the amount actually     *
      *  written off, when that CHGO posts and the customer moves to   *
      *  status W.  From then on every credit received for the         *
      *  customer posts as a recovery (RCVY): the customer balance     *
      *  stays at zero and the recovery is added here - to date and    *
      *  for the month - so recoveries are reported apart from         *
      *  ordinary payments and the net loss can be shown per account.  *
      *                                                                *
      *  A pending row that never posted (the CHGO was refused) is     *
      *  stale once its selection date has passed; the next charge-    *
      *  off run judges the account again from scratch.                *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for charge-off processing.
      *================================================================*
       01  CHARGE-OFF-RECORD.
           05  CHGO-CUST-ID                PIC X(06).
           05  CHGO-STATUS                 PIC X(01).
               88  CHGO-STATUS-PENDING           VALUE 'P'.
               88  CHGO-STATUS-CHARGED           VALUE 'C'.
           05  CHGO-SELECTED-DATE          PIC 9(08).
           05  CHGO-SELECTED-AMOUNT        PIC 9(07)V99.
           05  CHGO-AGE-DAYS               PIC 9(05).
           05  CHGO-CHARGED-DATE           PIC 9(08).
           05  CHGO-CHARGED-AMOUNT         PIC 9(07)V99.
           05  CHGO-RECOVERED-TOTAL        PIC 9(07)V99.
           05  CHGO-LAST-RECOVERY-DATE     PIC 9(08).
           05  CHGO-RECOVERY-MONTH         PIC 9(06).
           05  CHGO-RECOVERED-MONTH        PIC 9(07)V99.
           05  FILLER                      PIC X(10).
