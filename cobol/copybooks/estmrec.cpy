      *================================================================*
      *  ESTMREC.CPY                                                   *
      *  ESTATEMENT-RECORD - the fixed-format statement data file      *
      *  STMGEN1 writes for the electronic-delivery vendor in place    *
      *  of a printed page, for every customer whose profile says      *
      *  PROF-STMT-DELIVERY E.  Each statement is one header row       *
      *  (identity, opening and closing balances, minimum payment and  *
      *  due date), one detail row per transaction listed, and one     *
      *  trailer row carrying the detail count and net activity so     *
      *  the vendor can prove each statement arrived whole.  Every     *
      *  row carries the customer id beside the record type.  The      *
      *  vendor's statement count is the header count, which the       *
      *  statement run trailer shows as its electronic count.          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for electronic statement delivery.
      *  2026-10-15 JHM   A detail with direction MO is a memo line -
      *                   a recovery on a charged-off account, which
      *                   does not move the balance and is not in the
      *                   trailer's net activity.
      *================================================================*
       01  ESTATEMENT-RECORD.
           05  ESTM-RECORD-TYPE            PIC X(01).
               88  ESTM-HEADER-RECORD            VALUE 'H'.
               88  ESTM-DETAIL-RECORD            VALUE 'D'.
               88  ESTM-TRAILER-RECORD           VALUE 'T'.
           05  ESTM-CUST-ID                PIC X(06).
           05  ESTM-RECORD-DATA            PIC X(143).
       01  ESTATEMENT-HEADER REDEFINES ESTATEMENT-RECORD.
           05  FILLER                      PIC X(07).
           05  ESTMH-STMT-DATE             PIC 9(08).
           05  ESTMH-CUST-NAME             PIC X(30).
           05  ESTMH-CUST-ADDRESS          PIC X(30).
           05  ESTMH-CONTACT-NAME          PIC X(30).
           05  ESTMH-OPENING-BALANCE       PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  ESTMH-CLOSING-BALANCE       PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  ESTMH-MIN-DUE               PIC 9(07)V99.
           05  ESTMH-DUE-DATE              PIC 9(08).
           05  FILLER                      PIC X(04).
       01  ESTATEMENT-DETAIL REDEFINES ESTATEMENT-RECORD.
           05  FILLER                      PIC X(07).
           05  ESTMD-TXN-DATE              PIC 9(08).
           05  ESTMD-TXN-CODE              PIC X(04).
           05  ESTMD-SOURCE-REF            PIC X(12).
           05  ESTMD-AMOUNT                PIC 9(07)V99.
           05  ESTMD-DIRECTION             PIC X(02).
               88  ESTMD-DEBIT                   VALUE 'DR'.
               88  ESTMD-CREDIT                  VALUE 'CR'.
               88  ESTMD-MEMO                    VALUE 'MO'.
           05  FILLER                      PIC X(108).
       01  ESTATEMENT-TRAILER REDEFINES ESTATEMENT-RECORD.
           05  FILLER                      PIC X(07).
           05  ESTMT-DETAIL-COUNT          PIC 9(05).
           05  ESTMT-OMITTED-COUNT         PIC 9(05).
           05  ESTMT-NET-CHANGE            PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(121).
