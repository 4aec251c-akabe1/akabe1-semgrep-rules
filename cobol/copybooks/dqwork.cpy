      *================================================================*
      *  DQWORK.CPY                                                    *
      *  DQ-WORKLIST-RECORD - one keyed row per customer per failed    *
      *  data-quality rule on DQ-WORKLIST-FILE, keyed by the customer  *
      *  and the rule code (DQRULE).  The weekly scan (DQSCAN1) opens  *
      *  a row the first time it finds the exception and stamps the    *
      *  last-found date on every scan that still finds it; a row the  *
      *  scan no longer finds is marked resolved with the date, so a   *
      *  fix keyed through CUSTMNT1 clears itself off the worklist on  *
      *  the next scan.  CUSTMNT1 lists the open rows for operators to *
      *  work through and shows a customer's open rows whenever it     *
      *  reads the customer.  A resolved exception found again is      *
      *  reopened on the same row with a new first-found date.         *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the customer master data-quality
      *                   scan.
      *================================================================*
       01  DQ-WORKLIST-RECORD.
           05  DQW-KEY.
               10  DQW-CUST-ID             PIC X(06).
               10  DQW-RULE-CODE           PIC 9(02).
           05  DQW-RULE-TEXT               PIC X(30).
           05  DQW-DETAIL                  PIC X(30).
           05  DQW-STATUS                  PIC X(01).
               88  DQW-OPEN                      VALUE 'O'.
               88  DQW-RESOLVED                  VALUE 'R'.
           05  DQW-FIRST-FOUND-DATE        PIC 9(08).
           05  DQW-LAST-FOUND-DATE         PIC 9(08).
           05  DQW-RESOLVED-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
