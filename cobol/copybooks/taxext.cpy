      *================================================================*
      *  TAXEXT.CPY                                                    *
      *  TAX-EXTRACT-RECORD - the fixed-format customer tax-reporting  *
      *  extract the year-end summary (TAXSUM1) produces for one       *
      *  calendar year.  One header row carrying the tax year and the  *
      *  date it was produced, one detail row per customer charged     *
      *  interest or fees in the year - name and address as on file,   *
      *  interest and fees net of reversed charges - and one trailer   *
      *  row with the customer count and both totals so the filing can *
      *  be proved whole.  Customers no longer on CUSTOMER-FILE are    *
      *  reported from CUSTOMER-ARCHIVE-FILE and marked so.            *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the year-end interest and fee
      *                   summary.
      *================================================================*
       01  TAX-EXTRACT-RECORD.
           05  TAXX-RECORD-TYPE            PIC X(01).
               88  TAXX-HEADER-RECORD            VALUE 'H'.
               88  TAXX-DETAIL-RECORD            VALUE 'D'.
               88  TAXX-TRAILER-RECORD           VALUE 'T'.
           05  TAXX-RECORD-DATA            PIC X(119).
       01  TAX-EXTRACT-HEADER
               REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                      PIC X(01).
           05  TAXXH-TAX-YEAR              PIC 9(04).
           05  TAXXH-CREATED-DATE          PIC 9(08).
           05  TAXXH-PAYER-ID              PIC X(10).
           05  FILLER                      PIC X(97).
       01  TAX-EXTRACT-DETAIL
               REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                      PIC X(01).
           05  TAXXD-CUST-ID               PIC X(06).
           05  TAXXD-NAME                  PIC X(30).
           05  TAXXD-ADDRESS               PIC X(30).
           05  TAXXD-TAX-YEAR              PIC 9(04).
           05  TAXXD-INTEREST-AMOUNT       PIC 9(07)V99.
           05  TAXXD-FEE-AMOUNT            PIC 9(07)V99.
           05  TAXXD-ACCOUNT-SOURCE        PIC X(01).
               88  TAXXD-FROM-MASTER             VALUE 'M'.
               88  TAXXD-FROM-ARCHIVE            VALUE 'A'.
               88  TAXXD-NOT-ON-FILE             VALUE 'N'.
           05  FILLER                      PIC X(30).
       01  TAX-EXTRACT-TRAILER
               REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                      PIC X(01).
           05  TAXXT-DETAIL-COUNT          PIC 9(07).
           05  TAXXT-INTEREST-TOTAL        PIC 9(09)V99.
           05  TAXXT-FEE-TOTAL             PIC 9(09)V99.
           05  FILLER                      PIC X(90).
