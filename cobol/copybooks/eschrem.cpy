      *================================================================*
      *  ESCHREM.CPY                                                   *
      *  ESCHEAT-REMITTANCE-RECORD - the unclaimed-property remittance *
      *  file the escheatment batch (ESCHPRC1) produces for the state. *
      *  One header row carrying the report date, one detail row per   *
      *  owner whose response window closed unanswered - owner name    *
      *  and address from CUSTOMER-FILE, the amount remitted, the      *
      *  date of last owner activity, and the due-diligence letter     *
      *  date - and one trailer row with the owner count and amount    *
      *  total so the filing can be proved whole.                      *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for escheatment processing.
      *================================================================*
       01  ESCHEAT-REMITTANCE-RECORD.
           05  ESRM-RECORD-TYPE            PIC X(01).
               88  ESRM-HEADER-RECORD            VALUE 'H'.
               88  ESRM-DETAIL-RECORD            VALUE 'D'.
               88  ESRM-TRAILER-RECORD           VALUE 'T'.
           05  ESRM-RECORD-DATA            PIC X(119).
       01  ESCHEAT-REMITTANCE-HEADER
               REDEFINES ESCHEAT-REMITTANCE-RECORD.
           05  FILLER                      PIC X(01).
           05  ESRMH-REPORT-DATE           PIC 9(08).
           05  ESRMH-HOLDER-ID             PIC X(10).
           05  FILLER                      PIC X(101).
       01  ESCHEAT-REMITTANCE-DETAIL
               REDEFINES ESCHEAT-REMITTANCE-RECORD.
           05  FILLER                      PIC X(01).
           05  ESRMD-CUST-ID               PIC X(06).
           05  ESRMD-OWNER-NAME            PIC X(30).
           05  ESRMD-OWNER-ADDRESS         PIC X(30).
           05  ESRMD-AMOUNT                PIC 9(07)V99.
           05  ESRMD-LAST-ACTIVITY-DATE    PIC 9(08).
           05  ESRMD-LETTER-DATE           PIC 9(08).
           05  ESRMD-REFERENCE             PIC X(12).
           05  FILLER                      PIC X(16).
       01  ESCHEAT-REMITTANCE-TRAILER
               REDEFINES ESCHEAT-REMITTANCE-RECORD.
           05  FILLER                      PIC X(01).
           05  ESRMT-OWNER-COUNT           PIC 9(07).
           05  ESRMT-AMOUNT-TOTAL          PIC 9(09)V99.
           05  FILLER                      PIC X(101).
