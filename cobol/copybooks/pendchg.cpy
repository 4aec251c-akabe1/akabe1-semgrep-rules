      *================================================================*
      *  PENDCHG.CPY                                                   *
      *  PENDING-CHANGE-RECORD - one keyed row per sensitive customer  *
      *  master change awaiting a second person, on                    *
      *  PENDING-CHANGE-FILE.  Customer maintenance (CUSTMNT1) writes  *
      *  a status change, a credit-limit change, or a CLOSE here with  *
      *  the before and after images of the master record instead of  *
      *  rewriting CUSTOMER-FILE; a supervisor other than the maker    *
      *  approves or denies it through CUSTAPR1, and only an approval  *
      *  rewrites the master and journals it.  A change still          *
      *  awaiting a decision past the cutoff is expired by the         *
      *  nightly PCHGEXP1.  The row stays here with its decision,      *
      *  decider, and timestamps so the review trail is on file.       *
      *  Writers probe the change id upward from 1 on a duplicate-key  *
      *  status.                                                       *
      *                                                                *
      *  The old and new status or limit are carried in their own      *
      *  fields as well as in the images, so the approval can tell     *
      *  whether the master has moved since the change was made.       *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for maker-checker approval of customer
      *                   status, credit-limit, and CLOSE changes.
      *================================================================*
       01  PENDING-CHANGE-RECORD.
           05  PCHG-CHANGE-ID              PIC 9(08).
           05  PCHG-CUST-ID                PIC X(06).
           05  PCHG-CHANGE-TYPE            PIC X(08).
               88  PCHG-TYPE-STATUS              VALUE "STATUS  ".
               88  PCHG-TYPE-LIMIT               VALUE "LIMIT   ".
               88  PCHG-TYPE-CLOSE               VALUE "CLOSE   ".
           05  PCHG-OLD-STATUS             PIC X(01).
           05  PCHG-NEW-STATUS             PIC X(01).
           05  PCHG-OLD-LIMIT              PIC S9(7)V99 COMP-3.
           05  PCHG-NEW-LIMIT              PIC S9(7)V99 COMP-3.
           05  PCHG-BEFORE-IMAGE           PIC X(88).
           05  PCHG-AFTER-IMAGE            PIC X(88).
           05  PCHG-MADE-BY                PIC X(10).
           05  PCHG-MADE-TIMESTAMP         PIC 9(14).
           05  PCHG-STATUS                 PIC X(01).
               88  PCHG-AWAITING-APPROVAL        VALUE 'W'.
               88  PCHG-APPROVED                 VALUE 'A'.
               88  PCHG-DENIED                   VALUE 'D'.
               88  PCHG-EXPIRED                  VALUE 'E'.
           05  PCHG-DECIDED-BY             PIC X(10).
           05  PCHG-DECISION-TIMESTAMP     PIC 9(14).
           05  PCHG-DECISION-REASON        PIC X(30).
           05  FILLER                      PIC X(20).
