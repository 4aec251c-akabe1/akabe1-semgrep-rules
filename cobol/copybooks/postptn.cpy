      *================================================================*
      *  POSTPTN.CPY                                                   *
      *  Parameter block passed to the POSTPTN1 subprogram, which      *
      *  owns the posting partitions.  A partition step (TXNPTN1 -     *
      *  TXNPTN4) SETs its partition number before it calls the        *
      *  posting engine, and the engine GETs it back - zero means the  *
      *  whole file, the way TXNPOST1 has always run.  RESOLVE hands   *
      *  back the partition a CUST-ID belongs to, so the engine and    *
      *  the partition merge (TXNPMRG1) split the book by exactly the  *
      *  same ranges.  The partition count comes back on every call.   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added with the partitioned posting steps.
      *================================================================*
       01  POSTPTN-PARMS.
           05  POSTPTN-FUNCTION            PIC X(01).
               88  POSTPTN-FUNC-SET              VALUE 'S'.
               88  POSTPTN-FUNC-GET              VALUE 'G'.
               88  POSTPTN-FUNC-RESOLVE          VALUE 'R'.
           05  POSTPTN-PARTITION           PIC 9(01).
           05  POSTPTN-CUST-ID             PIC X(06).
           05  POSTPTN-PARTITION-COUNT     PIC 9(01).
