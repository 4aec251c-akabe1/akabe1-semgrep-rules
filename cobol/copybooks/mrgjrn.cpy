      *================================================================*
      *  MRGJRN.CPY                                                    *
      *  MERGE-JOURNAL-RECORD - one row per record a customer merge    *
      *  moves, appended to the sequential MERGE-JOURNAL-FILE by       *
      *  CUSTMRG1: the history rows, open holds, client links,         *
      *  collections row and profile re-keyed to the survivor, the     *
      *  offsetting balance transactions, and the close of the         *
      *  retired id.  Each row carries the key the record had and the  *
      *  key it was given, so any merge can be traced, or unwound by   *
      *  hand, record by record.  The register row on CUST-MERGE-FILE  *
      *  carries the totals these rows add up to.                      *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the duplicate customer merge.
      *================================================================*
       01  MERGE-JOURNAL-RECORD.
           05  MJRN-TIMESTAMP              PIC 9(14).
           05  MJRN-RETIRED-ID             PIC X(06).
           05  MJRN-SURVIVOR-ID            PIC X(06).
           05  MJRN-STEP                   PIC X(04).
               88  MJRN-STEP-HISTORY             VALUE 'HIST'.
               88  MJRN-STEP-HOLD                VALUE 'HOLD'.
               88  MJRN-STEP-LINK                VALUE 'LINK'.
               88  MJRN-STEP-COLLECTIONS         VALUE 'COLL'.
               88  MJRN-STEP-PROFILE             VALUE 'PROF'.
               88  MJRN-STEP-BALANCE             VALUE 'BAL '.
               88  MJRN-STEP-CLOSE               VALUE 'CLOS'.
           05  MJRN-OLD-KEY                PIC X(26).
           05  MJRN-NEW-KEY                PIC X(26).
           05  MJRN-AMOUNT                 PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  MJRN-OPERATOR-ID            PIC X(10).
           05  FILLER                      PIC X(20).
