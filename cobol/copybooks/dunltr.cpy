      *================================================================*
      *  DUNLTR.CPY                                                    *
      *  DUNNING-ELETTER-RECORD - one fixed-format row per dunning     *
      *  letter DUNLTR1 hands the electronic-delivery vendor instead   *
      *  of printing it, for each customer whose profile says          *
      *  PROF-STMT-DELIVERY E.  The vendor lays the letter out from    *
      *  the letter code; the row carries what fills it in.  The       *
      *  promise fields are zero except on a broken-promise letter.    *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for collection dunning letters.
      *================================================================*
       01  DUNNING-ELETTER-RECORD.
           05  DUNE-CUST-ID                PIC X(06).
           05  DUNE-LETTER-CODE            PIC X(04).
           05  DUNE-LETTER-DATE            PIC 9(08).
           05  DUNE-CUST-NAME              PIC X(30).
           05  DUNE-CUST-ADDRESS           PIC X(30).
           05  DUNE-CONTACT-NAME           PIC X(30).
           05  DUNE-AMOUNT-OWED            PIC 9(07)V99.
           05  DUNE-BUCKET                 PIC 9(01).
           05  DUNE-PROMISE-AMOUNT         PIC 9(07)V99.
           05  DUNE-PROMISE-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
