      *================================================================*
      *  DQCNT.CPY                                                     *
      *  DQ-COUNT-RECORD - one row per data-quality rule per scan on   *
      *  DQ-COUNT-FILE, appended by DQSCAN1: the number of open        *
      *  exceptions under the rule that run, how many were new, and    *
      *  how many the run found resolved.  The next scan reports its   *
      *  counts against the last run's, so the trend of the master     *
      *  shows rule by rule.                                           *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the customer master data-quality
      *                   scan.
      *================================================================*
       01  DQ-COUNT-RECORD.
           05  DQC-RUN-DATE                PIC 9(08).
           05  DQC-RULE-CODE               PIC 9(02).
           05  DQC-OPEN-COUNT              PIC 9(07).
           05  DQC-NEW-COUNT               PIC 9(07).
           05  DQC-RESOLVED-COUNT          PIC 9(07).
