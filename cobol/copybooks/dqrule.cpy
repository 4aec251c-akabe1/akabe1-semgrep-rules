      *================================================================*
      *  DQRULE.CPY                                                    *
      *  Customer master data-quality rules.  The weekly scan          *
      *  (DQSCAN1) tests every CUSTOMER-FILE record, its profile row,  *
      *  and its client links against each rule below, and each        *
      *  failure becomes one row on DQ-WORKLIST-FILE under the rule    *
      *  code.  The rule code is the order the exception report is     *
      *  grouped in and the key the per-rule counts are kept under     *
      *  from run to run, so a code is never reused for a different    *
      *  rule - a retired rule keeps its slot.                         *
      *                                                                *
      *  Rule 01 is tested first: a record whose packed balance or     *
      *  limit will not unpack is listed for that alone, since the     *
      *  amount rules cannot be judged on it.                          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the customer master data-quality
      *                   scan.
      *================================================================*
       01  DQ-RULE-TABLE.
           05  FILLER PIC X(32) VALUE
               "01BALANCE OR LIMIT NOT NUMERIC".
           05  FILLER PIC X(32) VALUE
               "02NAME OR ADDRESS BLANK".
           05  FILLER PIC X(32) VALUE
               "03STATUS NOT A, I, C, OR W".
           05  FILLER PIC X(32) VALUE
               "04ACTIVITY DATE NOT A DATE".
           05  FILLER PIC X(32) VALUE
               "05ACTIVITY DATE IN THE FUTURE".
           05  FILLER PIC X(32) VALUE
               "06STATEMENT CYCLE NOT 0-4".
           05  FILLER PIC X(32) VALUE
               "07CREDIT LIMIT NEGATIVE".
           05  FILLER PIC X(32) VALUE
               "08ZERO LIMIT ON DEBIT BALANCE".
           05  FILLER PIC X(32) VALUE
               "09CLOSED WITH NONZERO BALANCE".
           05  FILLER PIC X(32) VALUE
               "10ACTIVE WITH NO PROFILE ROW".
           05  FILLER PIC X(32) VALUE
               "11PROFILE DELIVERY NOT M/E/H".
           05  FILLER PIC X(32) VALUE
               "12CLOSED BUT LINKED TO CLIENT".
       01  FILLER REDEFINES DQ-RULE-TABLE.
           05  DQ-RULE-ENTRY OCCURS 12 TIMES
                   INDEXED BY DQ-RULE-IDX.
               10  DQR-RULE-CODE           PIC 9(02).
               10  DQR-RULE-TEXT           PIC X(30).
       77  DQ-RULE-COUNT               PIC 9(02) COMP-3 VALUE 12.
