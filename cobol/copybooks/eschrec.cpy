      *================================================================*
      *  ESCHREC.CPY                                                   *
      *  ESCHEAT-RECORD - one row per account in escheatment on the    *
      *  keyed ESCHEAT-FILE.  The dormancy batch (DORMPRC1) lists an   *
      *  account here when it has been dormant five years and still    *
      *  holds the customer's money (a credit balance).  The           *
      *  escheatment batch (ESCHPRC1) then carries it through the      *
      *  due-diligence letter (status N, with the letter date and the  *
      *  date the owner-response window closes), and either closes     *
      *  the matter when the owner answers - any activity on the       *
      *  account after the letter, or the account reopened - or        *
      *  remits the balance to the state once the window passes        *
      *  (status E, with the amount and date escheated).  The ESCH     *
      *  debit that takes the balance off the account closes it; the   *
      *  escheated amount and date stay here, and move onto the        *
      *  archive row when ARCHPRC1 archives the account, so the        *
      *  question "where did my money go" can be answered for good.    *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for escheatment processing.
      *================================================================*
       01  ESCHEAT-RECORD.
           05  ESCH-CUST-ID                PIC X(06).
           05  ESCH-STATUS                 PIC X(01).
               88  ESCH-STATUS-LISTED            VALUE 'L'.
               88  ESCH-STATUS-NOTICED           VALUE 'N'.
               88  ESCH-STATUS-RESPONDED         VALUE 'R'.
               88  ESCH-STATUS-WITHDRAWN         VALUE 'X'.
               88  ESCH-STATUS-ESCHEATED         VALUE 'E'.
               88  ESCH-STATUS-IN-PROCESS        VALUE 'L' 'N'.
           05  ESCH-LISTED-DATE            PIC 9(08).
           05  ESCH-LISTED-BALANCE         PIC 9(07)V99.
           05  ESCH-LAST-ACTIVITY-DATE     PIC 9(08).
           05  ESCH-LETTER-DATE            PIC 9(08).
           05  ESCH-RESPONSE-DUE-DATE      PIC 9(08).
           05  ESCH-RESPONSE-DATE          PIC 9(08).
           05  ESCH-ESCHEAT-DATE           PIC 9(08).
           05  ESCH-ESCHEAT-AMOUNT         PIC 9(07)V99.
           05  ESCH-REFERENCE              PIC X(12).
           05  FILLER                      PIC X(15).
