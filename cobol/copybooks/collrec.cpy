      *                   judges credits from the taken date, so a
      *                   customer who pays early is counted kept,
      *                   not broken.
      *  2026-10-15 JHM   Added COLL-LETTER-CODE and COLL-LETTER-DATE
      *                   - the last dunning letter DUNLTR1 sent and
      *                   the day it went, so the same letter is not
      *                   sent again within the dunning cycle.
      *================================================================*
       01  COLLECTIONS-WORK-RECORD.
           05  COLL-CUST-ID                PIC X(06).
           05  COLL-PROMISE-TAKEN-DATE     PIC 9(08).
           05  COLL-PROMISE-DATE           PIC 9(08).
           05  COLL-COLLECTED-AMOUNT       PIC 9(07)V99.
           05  COLL-LETTER-CODE            PIC X(04).
           05  COLL-LETTER-DATE            PIC 9(08).
