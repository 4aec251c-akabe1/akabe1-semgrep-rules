      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Added for the closed-account archive.
      *  2026-10-15 JHM   Added the escheated amount and date, carried
      *                   from ESCHEAT-FILE when an escheated account
      *                   is archived (zeros otherwise).  The record
      *                   grows 14 bytes; the archive file must be
      *                   converted before the new ARCHPRC1 and
      *                   ARCHINQ1 go in.
      *================================================================*
       01  CUSTOMER-ARCHIVE-RECORD.
           05  ARCH-CUST-ID                PIC X(06).
           05  ARCH-CREDIT-LIMIT           PIC S9(7)V99 COMP-3.
           05  FILLER                      PIC X(02).
           05  ARCH-ARCHIVED-DATE          PIC 9(08).
           05  ARCH-ESCHEAT-DATE           PIC 9(08).
           05  ARCH-ESCHEAT-AMOUNT         PIC 9(07)V99.
