      *================================================================*
      *  CUSTMRG.CPY                                                   *
      *  CUST-MERGE-RECORD - one row per duplicate-customer merge on   *
      *  the keyed CUST-MERGE-FILE, keyed by the customer id being     *
      *  retired.  The merge function (CUSTMRG1) writes the row when   *
      *  a merge is proposed; a supervisor other than the proposer     *
      *  approves or denies it there, and only an approval moves       *
      *  anything.  The row is also the retired id's pointer to its    *
      *  survivor: once MERGED, the posting engine and the suspense    *
      *  pass redirect anything still keyed with the retired id to     *
      *  the survivor instead of refusing it as not found or closed.   *
      *                                                                *
      *  The proof block is the merge register: for each file moved,   *
      *  what was under the retired id before, what was moved to the   *
      *  survivor, and what was still under the retired id after.  A   *
      *  merge is proved only when every moved figure equals its       *
      *  before figure and nothing is left; one that is not stays      *
      *  OUT OF PROOF, redirects nothing, and is approved again to     *
      *  finish - every step moves only what is still under the        *
      *  retired id, so a second pass picks up where the first one     *
      *  stopped.  Each pass takes its before figures as what earlier  *
      *  passes moved plus what is under the retired id now, so rows   *
      *  posted to the retired id between passes are proved as well.   *
      *  MRG-BALANCE-MOVED is the retired id's booked balance carried  *
      *  to the survivor by the MRGD/MRGC pair the approval submits.   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the duplicate customer merge.
      *================================================================*
       01  CUST-MERGE-RECORD.
           05  MRG-RETIRED-ID              PIC X(06).
           05  MRG-SURVIVOR-ID             PIC X(06).
           05  MRG-STATUS                  PIC X(01).
               88  MRG-AWAITING-APPROVAL         VALUE 'W'.
               88  MRG-MERGED                    VALUE 'M'.
               88  MRG-DENIED                    VALUE 'D'.
               88  MRG-OUT-OF-PROOF              VALUE 'F'.
           05  MRG-RETIRED-NAME            PIC X(30).
           05  MRG-PROPOSED-BY             PIC X(10).
           05  MRG-PROPOSED-TIMESTAMP      PIC 9(14).
           05  MRG-DECIDED-BY              PIC X(10).
           05  MRG-DECISION-TIMESTAMP      PIC 9(14).
           05  MRG-DECISION-REASON         PIC X(30).
           05  MRG-PROOF.
               10  MRG-HIST-BEFORE         PIC 9(07).
               10  MRG-HIST-MOVED          PIC 9(07).
               10  MRG-HIST-LEFT           PIC 9(07).
               10  MRG-HIST-AMOUNT-BEFORE  PIC S9(11)V99 COMP-3.
               10  MRG-HIST-AMOUNT-MOVED   PIC S9(11)V99 COMP-3.
               10  MRG-HOLD-BEFORE         PIC 9(05).
               10  MRG-HOLD-MOVED          PIC 9(05).
               10  MRG-HOLD-LEFT           PIC 9(05).
               10  MRG-HOLD-AMOUNT-BEFORE  PIC S9(09)V99 COMP-3.
               10  MRG-HOLD-AMOUNT-MOVED   PIC S9(09)V99 COMP-3.
               10  MRG-LINK-BEFORE         PIC 9(03).
               10  MRG-LINK-MOVED          PIC 9(03).
               10  MRG-LINK-LEFT           PIC 9(03).
               10  MRG-COLL-BEFORE         PIC 9(01).
               10  MRG-COLL-MOVED          PIC 9(01).
               10  MRG-COLL-LEFT           PIC 9(01).
               10  MRG-PROF-BEFORE         PIC 9(01).
               10  MRG-PROF-MOVED          PIC 9(01).
               10  MRG-PROF-LEFT           PIC 9(01).
               10  MRG-BALANCE-MOVED       PIC S9(7)V99 COMP-3.
               10  MRG-OFFSET-WRITTEN-SW   PIC X(01).
                   88  MRG-OFFSET-WRITTEN        VALUE 'Y'.
           05  FILLER                      PIC X(21).
