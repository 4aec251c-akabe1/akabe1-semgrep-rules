      *  2026-08-22 JHM   Broken out of the raw PIC X(80) transaction
      *                   blob into real fields ahead of the new
      *                   front-end edit.
      *  2026-10-15 JHM   Partner tag carved out of the filler: the
      *                   intake gateway (PRTNIN1) stamps the partner
      *                   id, batch number and record sequence on
      *                   every detail it passes, so the end-of-cycle
      *                   acknowledgement (PRTACK1) can trace each
      *                   record to its outcome.  Blank on records
      *                   from every other source.
      *================================================================*
       01  TRANSACTION-RECORD.
           05  TXN-CODE                    PIC X(04).
           05  TXN-EFFECTIVE-DATE-X REDEFINES TXN-EFFECTIVE-DATE
                                           PIC X(08).
           05  TXN-SOURCE-REF              PIC X(12).
           05  TXN-PARTNER-TAG.
               10  TXN-PARTNER-ID          PIC X(08).
               10  TXN-PARTNER-BATCH-NUMBER
                                           PIC 9(06).
               10  TXN-PARTNER-SEQUENCE    PIC 9(07).
           05  FILLER                      PIC X(20).
