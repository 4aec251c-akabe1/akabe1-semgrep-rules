      *                   month-end interest capitalization the
      *                   accrual engine (INTACR1) feeds through the
      *                   cycle.
      *  2026-10-15 JHM   Added CHGO (charge-off, posts as a credit
      *                   that clears the owed balance) and RCVY
      *                   (recovery - a credit received on a
      *                   charged-off account, booked to the
      *                   recovery account instead of the balance).
      *                   The posting engine stamps RCVY on any
      *                   credit it receives for a charged-off
      *                   account.
      *  2026-10-15 JHM   Added RFND (credit-balance refund, posts as
      *                   a debit that brings a credit balance back
      *                   to zero when the money is paid out).
      *  2026-10-15 JHM   Added ESCH (escheatment, posts as a debit
      *                   that takes an unclaimed credit balance off
      *                   the account when it is remitted to the
      *                   state; the posting engine closes the
      *                   account behind it).
      *  2026-10-15 JHM   Added DPCR (dispute credit - provisional or
      *                   final credit on a disputed charge, posts as
      *                   a credit) and DPRV (dispute credit reversed
      *                   when a case closes in the merchant's favor,
      *                   posts as a debit).
      *  2026-10-15 JHM   Added MRGD and MRGC (duplicate customer
      *                   merge - the debit and credit pair CUSTMRG1
      *                   writes to carry a retired id's balance to
      *                   the surviving id).
      *  2026-10-15 JHM   Each code now carries its entry class: K for
      *                   a code an operator or a partner may submit,
      *                   S for a code only the system writes (charge-
      *                   off, recovery, refund, escheatment, dispute
      *                   and merge).  The keyed entry channels refuse
      *                   an S code.
      *================================================================*
       01  VALID-TXN-CODE-TABLE.
           05  FILLER   PIC X(08) VALUE "DBIT D K".
           05  FILLER   PIC X(08) VALUE "CRDT C K".
           05  FILLER   PIC X(08) VALUE "FEE  D K".
           05  FILLER   PIC X(08) VALUE "REV  C K".
           05  FILLER   PIC X(08) VALUE "INT  D K".
           05  FILLER   PIC X(08) VALUE "CHGO C S".
           05  FILLER   PIC X(08) VALUE "RCVY C S".
           05  FILLER   PIC X(08) VALUE "RFND D S".
           05  FILLER   PIC X(08) VALUE "ESCH D S".
           05  FILLER   PIC X(08) VALUE "DPCR C S".
           05  FILLER   PIC X(08) VALUE "DPRV D S".
           05  FILLER   PIC X(08) VALUE "MRGD D S".
           05  FILLER   PIC X(08) VALUE "MRGC C S".
       01  FILLER REDEFINES VALID-TXN-CODE-TABLE.
           05  VALID-TXN-ENTRY OCCURS 13 TIMES
                   INDEXED BY VALID-TXN-IDX.
               10  VTC-CODE                PIC X(04).
               10  FILLER                  PIC X(01).
               10  VTC-DIRECTION           PIC X(01).
                   88  VTC-POSTS-DEBIT           VALUE 'D'.
                   88  VTC-POSTS-CREDIT          VALUE 'C'.
               10  FILLER                  PIC X(01).
               10  VTC-ENTRY-CLASS         PIC X(01).
                   88  VTC-KEYABLE               VALUE 'K'.
                   88  VTC-SYSTEM-ONLY           VALUE 'S'.
       77  VALID-TXN-CODE-COUNT        PIC 9(02) COMP-3 VALUE 13.
