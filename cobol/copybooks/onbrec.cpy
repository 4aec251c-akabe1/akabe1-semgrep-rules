      *================================================================*
      *  ONBREC.CPY                                                    *
      *  ONBOARD-RECORD - the fixed-format conversion file an acquired *
      *  portfolio is delivered on, read by the onboarding load        *
      *  (CUSTLOD1).  One header naming the batch and the institution  *
      *  it comes from, one detail per account, and a trailer the      *
      *  sender builds with the detail count and the sum of the        *
      *  opening balances, which the load proves before it adds        *
      *  anything.  An opening balance follows the master's sign       *
      *  convention - a customer who owes carries it negative.         *
      *                                                                *
      *  A credit limit of zero takes the shop default, a statement    *
      *  cycle of zero takes the CUST-ID range default, an opened      *
      *  date of zero takes the file date, and a blank delivery        *
      *  preference means mail.                                        *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the bulk onboarding load.
      *================================================================*
       01  ONBOARD-RECORD.
           05  ONB-RECORD-TYPE             PIC X(01).
               88  ONB-HEADER-RECORD             VALUE 'H'.
               88  ONB-DETAIL-RECORD             VALUE 'D'.
               88  ONB-TRAILER-RECORD            VALUE 'T'.
           05  ONB-RECORD-DATA             PIC X(199).
       01  ONBOARD-HEADER REDEFINES ONBOARD-RECORD.
           05  FILLER                      PIC X(01).
           05  ONBH-BATCH-ID               PIC X(10).
           05  ONBH-SOURCE-INSTITUTION     PIC X(30).
           05  ONBH-FILE-DATE              PIC 9(08).
           05  FILLER                      PIC X(151).
       01  ONBOARD-DETAIL REDEFINES ONBOARD-RECORD.
           05  FILLER                      PIC X(01).
           05  ONBD-CUST-ID                PIC X(06).
           05  ONBD-CUST-NAME              PIC X(30).
           05  ONBD-CUST-ADDRESS           PIC X(30).
           05  ONBD-OPENING-BALANCE        PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  ONBD-CREDIT-LIMIT           PIC 9(07)V99.
           05  ONBD-STMT-CYCLE             PIC 9(01).
           05  ONBD-PHONE-NUMBER           PIC X(15).
           05  ONBD-CONTACT-NAME           PIC X(30).
           05  ONBD-OPENED-DATE            PIC 9(08).
           05  ONBD-OPENED-DATE-X REDEFINES ONBD-OPENED-DATE.
               10  ONBD-OPENED-YEAR        PIC 9(04).
               10  ONBD-OPENED-MONTH       PIC 9(02).
               10  ONBD-OPENED-DAY         PIC 9(02).
           05  ONBD-STMT-DELIVERY          PIC X(01).
           05  FILLER                      PIC X(59).
       01  ONBOARD-TRAILER REDEFINES ONBOARD-RECORD.
           05  FILLER                      PIC X(01).
           05  ONBT-RECORD-COUNT           PIC 9(07).
           05  ONBT-BALANCE-TOTAL          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(178).
