      *================================================================*
      *  DSPTREC.CPY                                                   *
      *  DISPUTE-RECORD - one customer dispute of a posted charge, on  *
      *  the keyed DISPUTE-FILE.  Opened, worked and closed through    *
      *  DSPMNT1; every open case is aged nightly by DSPAGE1 against   *
      *  its response due date.                                        *
      *                                                                *
      *  A case is tied to exactly one TXN-HISTORY-FILE row: the       *
      *  customer id in the key plus DSP-ORIG-REVERSE-DATE and         *
      *  DSP-ORIG-SEQUENCE rebuild the history key, and the original's *
      *  date, code, amount and reference are copied here so the case  *
      *  reads on its own.  DSP-DISPUTED-AMOUNT may be less than the   *
      *  original charge.  While a case is open the disputed amount    *
      *  is left out of what a promise-to-pay (COLLFUP1) or a minimum  *
      *  payment (LATEFEE1) is held to.                                *
      *                                                                *
      *  A provisional credit (DPCR) posts at most once per case.  A   *
      *  customer-favor close (status C) lets it stand - or posts the  *
      *  credit then if none was given - and marks the original row    *
      *  reversed; a merchant-favor close (status M) takes a           *
      *  provisional credit back with a DPRV debit.  The case number   *
      *  keeps the key unique per customer; writers probe upward from  *
      *  1 on a duplicate-key status.  Notes are on DISPUTE-NOTE-FILE  *
      *  (DSPNOTE.CPY); DSP-NOTE-COUNT is the last note number used.   *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for the dispute and provisional-credit
      *                   workflow.
      *================================================================*
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CUST-ID             PIC X(06).
               10  DSP-CASE-NO             PIC 9(06).
           05  DSP-ORIG-REVERSE-DATE       PIC 9(08).
           05  DSP-ORIG-SEQUENCE           PIC 9(06).
           05  DSP-ORIG-POST-DATE          PIC 9(08).
           05  DSP-ORIG-TXN-CODE           PIC X(04).
           05  DSP-ORIG-AMOUNT             PIC 9(07)V99.
           05  DSP-ORIG-SOURCE-REF         PIC X(12).
           05  DSP-DISPUTED-AMOUNT         PIC 9(07)V99.
           05  DSP-REASON                  PIC X(20).
           05  DSP-OPENED-DATE             PIC 9(08).
           05  DSP-OPENED-BY               PIC X(10).
           05  DSP-RESPONSE-DUE-DATE       PIC 9(08).
           05  DSP-STATUS                  PIC X(01).
               88  DSP-OPEN                      VALUE 'O'.
               88  DSP-CLOSED-CUSTOMER-FAVOR     VALUE 'C'.
               88  DSP-CLOSED-MERCHANT-FAVOR     VALUE 'M'.
               88  DSP-CLOSED                    VALUE 'C' 'M'.
           05  DSP-PROV-CREDIT-SW          PIC X(01).
               88  DSP-PROV-CREDITED             VALUE 'Y'.
               88  DSP-NO-PROV-CREDIT            VALUE 'N'.
           05  DSP-PROV-CREDIT-AMOUNT      PIC 9(07)V99.
           05  DSP-PROV-CREDIT-DATE        PIC 9(08).
           05  DSP-CLOSED-DATE             PIC 9(08).
           05  DSP-CLOSED-BY               PIC X(10).
           05  DSP-NOTE-COUNT              PIC 9(03).
           05  FILLER                      PIC X(10).
