      *================================================================*
      *  TSTLOG.CPY                                                    *
      *  TEST-EXTRACT-LOG-RECORD - one row appended to the permanent   *
      *  TEST-EXTRACT-LOG-FILE for every run of the masked test-data   *
      *  extract (TSTXTR1), whether it ran or was refused: when, who   *
      *  asked for it and under what reference, how it ended, and how  *
      *  many rows of each file went to the test region.  A refused    *
      *  run carries zero counts.                                      *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the masked test-data extract.
      *================================================================*
       01  TEST-EXTRACT-LOG-RECORD.
           05  TXL-TIMESTAMP               PIC 9(14).
           05  TXL-RUN-DATE                PIC 9(08).
           05  TXL-REQUESTED-BY            PIC X(10).
           05  TXL-REFERENCE               PIC X(20).
           05  TXL-RESULT                  PIC X(01).
               88  TXL-RESULT-SUCCESS            VALUE 'S'.
               88  TXL-RESULT-FAILURE            VALUE 'F'.
               88  TXL-RESULT-REJECTED           VALUE 'R'.
           05  TXL-CUSTOMER-ROWS           PIC 9(07).
           05  TXL-PROFILE-ROWS            PIC 9(07).
           05  TXL-HISTORY-ROWS            PIC 9(09).
           05  TXL-LINK-ROWS               PIC 9(07).
           05  TXL-HOLD-ROWS               PIC 9(07).
           05  TXL-BALANCE-TOTAL           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(20).
