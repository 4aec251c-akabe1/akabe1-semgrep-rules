      *================================================================*
      *  TXNARCH.CPY                                                   *
      *  TXN-ARCHIVE-RECORD - the rows on a transaction-history        *
      *  archive generation written by TXNHARC1.  Each month-end run   *
      *  moves the TXN-HISTORY-FILE rows posted before the online      *
      *  retention cutoff to one new sequential generation: a header   *
      *  naming the month and the cutoff, one detail row carrying      *
      *  each history record's image in TXNH-KEY order (so a           *
      *  customer's rows sit together, newest night first), and a      *
      *  trailer carrying the row count and the debit and credit       *
      *  totals that prove the generation.  The number of generations  *
      *  kept is the generation limit on the archive dataset           *
      *  definition - a dataset-management setting, not something the  *
      *  programs decide.                                              *
      *                                                                *
      *  TXNHINQ1 reads every generation as one concatenation, newest  *
      *  generation first, when a browse runs past a customer's last   *
      *  online row.                                                   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the transaction-history retention
      *                   offload.
      *================================================================*
       01  TXN-ARCHIVE-RECORD.
           05  TXA-RECORD-TYPE             PIC X(01).
               88  TXA-HEADER-RECORD             VALUE 'H'.
               88  TXA-DETAIL-RECORD             VALUE 'D'.
               88  TXA-TRAILER-RECORD            VALUE 'T'.
           05  TXA-DATA                    PIC X(99).
       01  TXN-ARCHIVE-HEADER REDEFINES TXN-ARCHIVE-RECORD.
           05  FILLER                      PIC X(01).
           05  TXAH-ARCHIVE-MONTH          PIC 9(06).
           05  TXAH-CUTOFF-DATE            PIC 9(08).
           05  TXAH-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(77).
       01  TXN-ARCHIVE-DETAIL REDEFINES TXN-ARCHIVE-RECORD.
           05  FILLER                      PIC X(01).
           05  TXAD-HISTORY-IMAGE.
               10  TXAD-CUST-ID            PIC X(06).
               10  TXAD-REVERSE-DATE       PIC 9(08).
               10  TXAD-SEQUENCE           PIC 9(06).
               10  TXAD-POST-DATE          PIC 9(08).
               10  TXAD-TXN-CODE           PIC X(04).
               10  TXAD-AMOUNT             PIC 9(07)V99.
               10  TXAD-DIRECTION          PIC X(01).
                   88  TXAD-POSTED-DEBIT         VALUE 'D'.
                   88  TXAD-POSTED-CREDIT        VALUE 'C'.
               10  TXAD-EFFECTIVE-DATE     PIC 9(08).
               10  TXAD-SOURCE-REF         PIC X(12).
               10  TXAD-POSTED-BY          PIC X(08).
               10  TXAD-REVERSED-SW        PIC X(01).
           05  FILLER                      PIC X(28).
       01  TXN-ARCHIVE-TRAILER REDEFINES TXN-ARCHIVE-RECORD.
           05  FILLER                      PIC X(01).
           05  TXAT-RECORD-COUNT           PIC 9(09).
           05  TXAT-DEBIT-TOTAL            PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  TXAT-CREDIT-TOTAL           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(58).
