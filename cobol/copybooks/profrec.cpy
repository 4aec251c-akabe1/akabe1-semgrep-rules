      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Added for the supplemental customer
      *                   profile.
      *  2026-10-15 JHM   PROF-RETURNED-MAIL-SW taken from the filler.
      *                   The returned-mail intake (RTNMAIL1) sets it
      *                   with delivery H when the post office sends
      *                   mail back; an address CHANGE in CUSTMNT1
      *                   clears it and puts the customer back on
      *                   mail.  A hold keyed by an operator leaves
      *                   the switch N and is not released that way.
      *================================================================*
       01  CUSTOMER-PROFILE-RECORD.
           05  PROF-CUST-ID                PIC X(06).
               88  PROF-DELIVER-MAIL             VALUE 'M'.
               88  PROF-DELIVER-ELECTRONIC       VALUE 'E'.
               88  PROF-DELIVER-HOLD             VALUE 'H'.
           05  PROF-RETURNED-MAIL-SW       PIC X(01).
               88  PROF-RETURNED-MAIL            VALUE 'Y'.
           05  FILLER                      PIC X(03).
